000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-08-22 AFG   PROGRAMA ORIGINAL.
000181*  2026-10-15 AFG   O TELLVARH PASSA A TER UM REGISTRO POR SESSAO
000182*                   DE CAIXA (GAVETA PASSADA NO MEIO DO TURNO):
000183*                   CADA LINHA DO CAIXA E UMA SESSAO E MOSTRA A
000184*                   QUEM ELE PASSOU OU DE QUEM RECEBEU A GAVETA -
000185*                   A DIFERENCA DE CADA SESSAO FICA COM QUEM A
000186*                   FECHOU.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000660         10  WS-HIST-DATE        PIC X(08).
000670         10  WS-HIST-VARIANCE    PIC S9(05)V99.
000680         10  WS-HIST-RESULT      PIC X(07).
000683         10  WS-HIST-SESSAO      PIC X(01).
000686         10  WS-HIST-OUTRO       PIC X(05).
000690 01  WS-HIST-COUNT               PIC 9(03)   VALUE ZERO.
000700 01  WS-TELLER-TABLE.
000710     05  WS-TELLER-ENTRY OCCURS 100 TIMES
000900 01  WS-HIST-SCAN                PIC 9(03).
000910 01  WS-VARIANCE-ED              PIC -ZZZZ9.99.
000920 01  WS-CUM-VARIANCE-ED          PIC -ZZZZZZ9.99.
000925 01  WS-SESSAO-TEXT              PIC X(30).
000930
000940 PROCEDURE DIVISION.
000950
001900         MOVE TVARH-BUS-DATE  TO WS-HIST-DATE(WS-HIST-IDX)
001910         MOVE TVARH-VARIANCE  TO WS-HIST-VARIANCE(WS-HIST-IDX)
001920         MOVE TVARH-RESULT    TO WS-HIST-RESULT(WS-HIST-IDX)
001923         MOVE TVARH-SESSAO    TO WS-HIST-SESSAO(WS-HIST-IDX)
001926         MOVE TVARH-OUTRO-CAIXA TO WS-HIST-OUTRO(WS-HIST-IDX)
001930         PERFORM 2100-NOTE-TELLER THRU 2100-EXIT
001940     END-IF
001950     PERFORM 8000-READ-HISTORY.
002240*  RESULTADOS, A DIFERENCA ACUMULADA E O AVISO DE FALTAS
002250*  REPETIDAS (DUAS OU MAIS SEGUIDAS) OU CRESCENTES (FALTA MAIOR
002260*  QUE A FALTA ANTERIOR DO MESMO CAIXA).
002263*  CADA LINHA E UMA SESSAO DO CAIXA: COM GAVETA DIVIDIDA NO DIA,
002266*  A LINHA DIZ A QUEM ELE PASSOU OU DE QUEM RECEBEU A GAVETA.
002270******************************************************************
002280 2500-REPORT-TELLER.
002290     MOVE WS-TEL-ID(WS-TEL-IDX) TO WS-CUR-TELLER
002670     ELSE
002680         MOVE ZERO TO WS-FALTA-STREAK
002690     END-IF
002691     MOVE WS-HIST-VARIANCE(WS-HIST-IDX) TO WS-VARIANCE-ED
002692     MOVE SPACES TO WS-SESSAO-TEXT
002693     IF WS-HIST-SESSAO(WS-HIST-IDX) = "H"
002694         STRING "  PASSOU A GAVETA A " DELIMITED BY SIZE
002695                WS-HIST-OUTRO(WS-HIST-IDX) DELIMITED BY SIZE
002696             INTO WS-SESSAO-TEXT
002697     ELSE
002698         IF WS-HIST-OUTRO(WS-HIST-IDX) NOT = SPACES
002699             STRING "  RECEBEU A GAVETA DE " DELIMITED BY SIZE
002700                    WS-HIST-OUTRO(WS-HIST-IDX) DELIMITED BY SIZE
002702                 INTO WS-SESSAO-TEXT
002704         END-IF
002706     END-IF
002710     MOVE SPACES TO REPORT-LINE
002720     STRING "  " DELIMITED BY SIZE
002730            WS-HIST-DATE(WS-HIST-IDX) DELIMITED BY SIZE
002750            WS-HIST-RESULT(WS-HIST-IDX) DELIMITED BY SIZE
002760            "  R$" DELIMITED BY SIZE
002770            WS-VARIANCE-ED DELIMITED BY SIZE
002775            WS-SESSAO-TEXT DELIMITED BY SIZE
002780         INTO REPORT-LINE
002790     WRITE REPORT-LINE.
002800 2600-EXIT.
