000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000245*  2026-10-15 AFG   O REGISTRO DO ATTEND LEVA A DATA DA SESSAO
000246*                   (ATT-DATA), USADA PELO ALERTA DE EVASAO.
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
002060     MOVE WS-IN-DADAS TO ATT-AULAS-DADAS
002070     MOVE WS-IN-PRES TO ATT-AULAS-PRESENTES
002080     MOVE WS-IN-JUST TO ATT-FALTAS-JUST
002085     MOVE WS-DATA    TO ATT-DATA
002090     WRITE ATTENDANCE-RECORD
002100     CLOSE ATTENDANCE-FILE
002110     ADD 1 TO WS-LANC-COUNT
