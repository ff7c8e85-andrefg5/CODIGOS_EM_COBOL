000110*  VIAGEM EM CADA TICKET-RECORD) E EMITE O QUE CADA PARTIDA
000120*  DEVERIA TER ARRECADADO - O MALOTE DO COBRADOR PASSA A SER
000130*  CONFERIDO POR PARTIDA, COMO O MOEDA CONFERE UMA GAVETA.
000140*  ESTORNOS (TARIFA NEGATIVA) ABATEM DO TOTAL DA PARTIDA. VENDA EM
000145*  CARTAO OU PIX CONTA O PASSAGEIRO MAS NAO ENTRA NO MALOTE.
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-08-22 AFG   PROGRAMA ORIGINAL.
000182*  2026-10-15 AFG   VENDA EM CARTAO OU PIX (TICKET-PAGAMENTO)
000184*                   CONTA O PASSAGEIRO DA PARTIDA MAS NAO SOMA NO
000186*                   DEVIDO DO COBRADOR - O DINHEIRO VEM DA
000188*                   ADQUIRENTE.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000570     COPY RUNSTAMP.
000580 01  WS-ACERTO-DATE              PIC X(08).
000590 01  WS-TRIP-ID-WK               PIC X(12).
000595 01  WS-DEVIDO-WK                PIC S9(05)V99.
000600 01  WS-SCAN                     PIC 9(03).
000610 01  WS-TOTAL-DEVIDO             PIC S9(07)V99 VALUE ZERO.
000620 01  WS-VALOR-ED                 PIC -ZZZZZZ9.99.
001790     ELSE
001800         MOVE TICKET-TRIP-ID TO WS-TRIP-ID-WK
001810     END-IF
001812*    CARTAO E PIX SAO RECEBIDOS PELA ADQUIRENTE, NAO PELO
001814*    COBRADOR - O PASSAGEIRO CONTA, A TARIFA NAO.
001816     IF TICKET-PAG-DINHEIRO
001817         MOVE TICKET-TARIFA TO WS-DEVIDO-WK
001818     ELSE
001819         MOVE ZERO TO WS-DEVIDO-WK
001820     END-IF
001825     ADD WS-DEVIDO-WK TO WS-TOTAL-DEVIDO
001830     MOVE "N" TO WS-FOUND-SW
001840     PERFORM 2100-MATCH-TRIP THRU 2100-EXIT
001850         VARYING WS-TP-IDX FROM 1 BY 1
001900             SET WS-TP-IDX TO WS-TP-COUNT
001910             MOVE WS-TRIP-ID-WK TO WS-TP-ID(WS-TP-IDX)
001920             MOVE 1 TO WS-TP-PASS(WS-TP-IDX)
001930             MOVE WS-DEVIDO-WK TO WS-TP-DEVIDO(WS-TP-IDX)
001940         ELSE
001950             ADD 1 TO WS-TP-DROPPED
001960         END-IF
002030     IF WS-TP-ID(WS-TP-IDX) = WS-TRIP-ID-WK
002040         MOVE "Y" TO WS-FOUND-SW
002050         ADD 1 TO WS-TP-PASS(WS-TP-IDX)
002060         ADD WS-DEVIDO-WK TO WS-TP-DEVIDO(WS-TP-IDX)
002070     END-IF.
002080 2100-EXIT.
002090     EXIT.
