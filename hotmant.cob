000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000172*  2026-10-15 AFG   O NUMERO DIGITADO NO BLOQUEIO E NO DESBLOQUEIO
000174*                   TEM O DIGITO VERIFICADOR CONFERIDO (ROTINA
000176*                   DIGVER); DIGITO INVALIDO E RECUSADO COM
000178*                   MENSAGEM PROPRIA.
000180******************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000540     88  WS-AUTHORIZED                       VALUE "Y".
000550 01  WS-ACAO                     PIC X(01).
000560 01  WS-IN-PASSE                 PIC X(10).
000562 01  WS-DV-ACAO                  PIC X(01)   VALUE "V".
000564 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
000566     88  WS-DV-VALID                         VALUE "Y".
000570 01  WS-IN-REASON                PIC X(20).
000580 01  WS-HOJE                     PIC X(08).
000590 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
002210         DISPLAY "PASSE OBRIGATORIO"
002220         GO TO 2100-EXIT
002230     END-IF
002231     CALL "DIGVER" USING WS-IN-PASSE WS-DV-ACAO WS-DV-VALID-SW
002232     IF NOT WS-DV-VALID
002233         DISPLAY "PASSE COM DIGITO VERIFICADOR INVALIDO"
002234         GO TO 2100-EXIT
002235     END-IF
002240     MOVE "N" TO WS-FOUND-SW
002250     PERFORM 2150-MATCH-PASSE THRU 2150-EXIT
002260         VARYING WS-SCAN FROM 1 BY 1
002580 2300-DESBLOQUEIA.
002590     DISPLAY "NUMERO DO PASSE:"
002600     ACCEPT WS-IN-PASSE
002601     CALL "DIGVER" USING WS-IN-PASSE WS-DV-ACAO WS-DV-VALID-SW
002602     IF NOT WS-DV-VALID
002603         DISPLAY "PASSE COM DIGITO VERIFICADOR INVALIDO"
002604         GO TO 2300-EXIT
002605     END-IF
002610     MOVE "N" TO WS-FOUND-SW
002620     PERFORM 2150-MATCH-PASSE THRU 2150-EXIT
002630         VARYING WS-SCAN FROM 1 BY 1
