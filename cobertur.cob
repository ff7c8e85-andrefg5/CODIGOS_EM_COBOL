000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000183*  2026-10-15 AFG   MATRICULA ENCERRADA (TRANSFERIDO, GUIA DO
000186*                   GUIATRAN) NAO ENTRA NA COBERTURA.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
001920******************************************************************
001930 2000-LOAD-MATRICULA.
001940     IF MAT-PERIODO = WS-PERIODO
001945         AND NOT MAT-ENCERRADA
001950         AND WS-MT-COUNT < 500
001960         ADD 1 TO WS-MT-COUNT
001970         SET WS-MT-IDX TO WS-MT-COUNT
