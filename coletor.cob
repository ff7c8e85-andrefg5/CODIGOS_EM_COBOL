000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-08-22 AFG   PROGRAMA ORIGINAL.
000181*  2026-10-15 AFG   A SESSAO DE CAIXA ENCERRADA NA PASSAGEM DA
000182*                   GAVETA (TELLVARH SESSAO "H") ENTRA SO COM A
000183*                   DIFERENCA - O MONTANTE DELA VOLTA NO
000184*                   FECHAMENTO DE QUEM RECEBEU A GAVETA E SERIA
000185*                   CONTADO DUAS VEZES.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
001810
001820 2000-TALLY-TVARH.
001830     IF TVARH-BUS-DATE = WS-DIA
001835         IF NOT TVARH-SESSAO-PASSAGEM
001840             ADD TVARH-MONTANTE TO WS-TOT-MONTANTE
001845         END-IF
001850         ADD TVARH-VARIANCE TO WS-TOT-VARIANCE
001860     END-IF
001870     ADD 1 TO WS-RECORDS-READ
