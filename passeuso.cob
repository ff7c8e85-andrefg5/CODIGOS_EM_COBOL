000070******************************************************************
000080*  PASSEUSO.CBL
000090*  RELATORIO MENSAL DE USO DOS PASSES: PARA CADA PASSE DO
000091*  CADASTRO, CONTA OS EMBARQUES DO MES (LINHAS POR PASSE DA
000092*  CATEGORIA "PASSE" NO RESUMO DIARIO DAS PASSAGENS, TICKSUM) E
000093*  MOSTRA O PRECO PAGO PELO PASSE E O CUSTO
000120*  POR EMBARQUE RESULTANTE - E O NUMERO QUE DIZ SE O PASSE ESTA
000130*  BEM PRECIFICADO.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-08-22 AFG   PROGRAMA ORIGINAL.
000171*  2026-10-15 AFG   EMBARQUES DO MES PELAS LINHAS POR PASSE DO
000172*                   RESUMO DIARIO (TICKSUM) EM VEZ DE VARRER O
000173*                   TICKETS INTEIRO.
000180******************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000220     SELECT PASS-MASTER-FILE ASSIGN TO "PASSMAST"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS  IS WS-PASSM-FILE-STATUS.
000250     SELECT TICKET-SUMMARY-FILE ASSIGN TO "TICKSUM"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS  IS WS-TSM-FILE-STATUS.
000280     SELECT PASS-REPORT-FILE ASSIGN TO "PASSERPT"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000350 FD  PASS-MASTER-FILE
000360     RECORDING MODE IS F.
000370     COPY PASSMREC.
000380 FD  TICKET-SUMMARY-FILE
000390     RECORDING MODE IS F.
000400     COPY TSUMREC.
000410 FD  PASS-REPORT-FILE
000420     RECORDING MODE IS F.
000430 01  REPORT-LINE                 PIC X(80).
000480 01  WS-SWITCHES.
000490     05  WS-PASSM-EOF-SW         PIC X(01)   VALUE "N".
000500         88  WS-PASSM-EOF                    VALUE "Y".
000510     05  WS-TSM-EOF-SW           PIC X(01)   VALUE "N".
000520         88  WS-TSM-EOF                      VALUE "Y".
000530     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000540         88  WS-SIGNON-VALID                 VALUE "Y".
000550     05  WS-PASSM-FILE-STATUS    PIC X(02)   VALUE "00".
000560     05  WS-TSM-FILE-STATUS      PIC X(02)   VALUE "00".
000570     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000580     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000590         88  WS-FOUND                        VALUE "Y".
000900     PERFORM 2000-LOAD-PASS THRU 2000-EXIT
000910         UNTIL WS-PASSM-EOF
000920     PERFORM 2500-COUNT-USAGE THRU 2500-EXIT
000930         UNTIL WS-TSM-EOF
000940     PERFORM 3000-FINALIZE
000950     STOP RUN.
000960
001400     IF WS-PASSM-FILE-STATUS = "35"
001410         MOVE "Y" TO WS-PASSM-EOF-SW
001420     END-IF
001430     OPEN INPUT TICKET-SUMMARY-FILE
001440     IF WS-TSM-FILE-STATUS = "35"
001450         MOVE "Y" TO WS-TSM-EOF-SW
001460     END-IF
001470     OPEN OUTPUT PASS-REPORT-FILE
001480     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001630     IF NOT WS-PASSM-EOF
001640         PERFORM 8000-READ-PASS
001650     END-IF
001660     IF NOT WS-TSM-EOF
001670         PERFORM 8500-READ-TSM
001680     END-IF.
001690
001700******************************************************************
002030
002040******************************************************************
002050*  2500-COUNT-USAGE
002051*  SOMA OS EMBARQUES DE PASSE DO MES APURADO (LINHAS P DO RESUMO,
002052*  PELA DATA DA VIAGEM) NO PASSE DONO.
002070******************************************************************
002080 2500-COUNT-USAGE.
002090     IF TSM-POR-PASSE
002100         AND TSM-DATA(1:6) = WS-MES
002110         AND TSM-CATEGORIA = "PASSE"
002120         ADD TSM-REGISTROS TO WS-TOTAL-USOS
002130         MOVE "N" TO WS-FOUND-SW
002140         PERFORM 2600-MATCH-PASS THRU 2600-EXIT
002150             VARYING WS-PM-IDX FROM 1 BY 1
002160             UNTIL WS-PM-IDX > WS-PASSM-COUNT OR WS-FOUND
002170     END-IF
002180     PERFORM 8500-READ-TSM.
002190 2500-EXIT.
002200     EXIT.
002210
002220 2600-MATCH-PASS.
002230     IF WS-PM-NUMERO(WS-PM-IDX) = TSM-CHAVE
002240         MOVE "Y" TO WS-FOUND-SW
002250         ADD TSM-REGISTROS TO WS-PM-USOS(WS-PM-IDX)
002260     END-IF.
002270 2600-EXIT.
002280     EXIT.
002460     IF WS-PASSM-FILE-STATUS NOT = "35"
002470         CLOSE PASS-MASTER-FILE
002480     END-IF
002490     IF WS-TSM-FILE-STATUS NOT = "35"
002500         CLOSE TICKET-SUMMARY-FILE
002510     END-IF
002520     CLOSE PASS-REPORT-FILE
002530     CLOSE AUDIT-LOG-FILE.
002990     END-READ.
003000
003010******************************************************************
003020*  8500-READ-TSM
003030*  LE A PROXIMA LINHA DO RESUMO DIARIO.
003040******************************************************************
003050 8500-READ-TSM.
003060     READ TICKET-SUMMARY-FILE
003070         AT END
003080             MOVE "Y" TO WS-TSM-EOF-SW
003090     END-READ.
