000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000203*  2026-10-15 AFG   NOVO TIPO S - LICENCA SEM VENCIMENTOS, CUJOS
000206*                   DIAS APROVADOS A PRE-FOLHA (FOLHAPRE)
000207*                   DESCONTA.
000210******************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
003100         GO TO 2100-EXIT
003110     END-IF
003120     DISPLAY "TIPO (F=FERIAS, D=ATESTADO, O=OUTROS):"
003125     DISPLAY "     (S=SEM VENCIMENTOS, DESCONTADA NA FOLHA)"
003130     ACCEPT WS-IN-TIPO
003140     IF WS-IN-TIPO NOT = "F" AND WS-IN-TIPO NOT = "D"
003150         AND WS-IN-TIPO NOT = "O"
003155         AND WS-IN-TIPO NOT = "S"
003160         DISPLAY "TIPO INVALIDO"
003170         GO TO 2100-EXIT
003180     END-IF
