000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000202*  2026-10-15 AFG   A SESSAO DE CAIXA ENCERRADA NA PASSAGEM DA
000204*                   GAVETA (TELLVARH SESSAO "H") ENTRA SO COM A
000206*                   DIFERENCA - O MONTANTE DELA VOLTA NO
000208*                   FECHAMENTO DE QUEM RECEBEU A GAVETA.
000210******************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
002000*  2000-TALLY-VARIANCE
002010*  SOMA UMA LINHA DO TELLVARH DO DIA NA FILIAL DELA (BRANCO =
002020*  MATRIZ "MTZ").
002025*  A SESSAO ENCERRADA NA PASSAGEM DA GAVETA SO SOMA A DIFERENCA.
002030******************************************************************
002040 2000-TALLY-VARIANCE.
002050     IF TVARH-BUS-DATE NOT = WS-DIA
002140     IF WS-FL-IDX > 10
002150         GO TO 2000-NEXT
002160     END-IF
002165     IF NOT TVARH-SESSAO-PASSAGEM
002170         ADD TVARH-MONTANTE TO WS-FL-MONTANTE(WS-FL-IDX)
002175     END-IF
002180     ADD TVARH-VARIANCE TO WS-FL-VARIANCE(WS-FL-IDX).
002190 2000-NEXT.
002200     PERFORM 8000-READ-TILL-HIST.
