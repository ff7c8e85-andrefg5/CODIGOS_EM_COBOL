000090*  RESULTADO (RECEITA X CUSTO) POR ROTA NO MES. O ESTATVIA DIZ A
000100*  RECEITA E OS PASSAGEIROS, MAS OS CUSTOS FICAVAM NO PAPEL DA
000110*  GARAGEM - NINGUEM SABIA SE A CIR SE PAGA. ESTE PROGRAMA SOMA
000111*  A RECEITA DO MES POR ROTA NO RESUMO DIARIO DAS PASSAGENS
000112*  (TICKSUM, MONTADO PELO SUMARIO - ESTORNOS JA ABATIDOS), OS
000130*  CUSTOS DO ROTACUST (DO CUSTOS) E IMPRIME (ROTAPRPT) A MARGEM
000140*  POR ROTA E POR PASSAGEIRO - OS NUMEROS DA NEGOCIACAO DO
000150*  SUBSIDIO COM A PREFEITURA.
000152*  A CATEGORIA DEPRECIACAO DO ROTACUST (GRAVADA PELO ATIVOS, COM A
000154*  QUOTA DOS ONIBUS RATEADA PELAS PARTIDAS) ENTRA NO CUSTO E E
000156*  MOSTRADA TAMBEM EM SEPARADO NA ROTA.
000160*-----------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000193*  2026-10-15 AFG   PARCELA DE DEPRECIACAO DOS ONIBUS (ATIVOS) EM
000196*                   SEPARADO NO CUSTO DA ROTA.
000197*  2026-10-15 AFG   RECEITA E PASSAGEIROS DO MES PELAS LINHAS POR
000198*                   ROTA DO RESUMO DIARIO (TICKSUM) EM VEZ DE
000199*                   VARRER O TICKETS INTEIRO. ROTA JA NA TABELA
000200*                   FICAVA COM O INDICE DA ROTA SEGUINTE (RECEITA
000201*                   E CUSTO NA ROTA ERRADA) - CORRIGIDO.
000202******************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT TICKET-SUMMARY-FILE ASSIGN TO "TICKSUM"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS  IS WS-TSM-FILE-STATUS.
000270     SELECT ROUTE-COST-FILE ASSIGN TO "ROTACUST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS  IS WS-CUSTO-FILE-STATUS.
000340         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  TICKET-SUMMARY-FILE
000380     RECORDING MODE IS F.
000390     COPY TSUMREC.
000400 FD  ROUTE-COST-FILE
000410     RECORDING MODE IS F.
000420     COPY CUSTOREC.
000480     COPY AUDITREC.
000490 WORKING-STORAGE SECTION.
000500 01  WS-SWITCHES.
000510     05  WS-TSM-FILE-STATUS      PIC X(02)   VALUE "00".
000520     05  WS-CUSTO-FILE-STATUS    PIC X(02)   VALUE "00".
000530     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000540     05  WS-TSM-EOF-SW           PIC X(01)   VALUE "N".
000550         88  WS-TSM-EOF                      VALUE "Y".
000560     05  WS-CUSTO-EOF-SW         PIC X(01)   VALUE "N".
000570         88  WS-CUSTO-EOF                    VALUE "Y".
000580     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000760 01  WS-VALOR2-ED                PIC -ZZZZ9.99.
000770
000780******************************************************************
000790*  RESULTADO POR ROTA: RECEITA E PASSAGEIROS DO TICKSUM, CUSTO
000800*  DO ROTACUST.
000810******************************************************************
000820 01  WS-PL-TABLE.
000850         10  WS-PL-ROTA          PIC X(03).
000860         10  WS-PL-RECEITA       PIC S9(09)V99.
000870         10  WS-PL-CUSTO         PIC 9(09)V99.
000875         10  WS-PL-DEPREC        PIC 9(09)V99.
000880         10  WS-PL-PASS          PIC 9(07).
000890 01  WS-PL-COUNT                 PIC 9(03)   VALUE ZERO.
000900 01  WS-ROTA-WK                  PIC X(03).
001020         STOP RUN
001030     END-IF
001040     PERFORM 1000-INITIALIZE
001050     PERFORM 2000-TALLY-RESUMO THRU 2000-EXIT
001060         UNTIL WS-TSM-EOF
001070     PERFORM 2500-TALLY-CUSTO THRU 2500-EXIT
001080         UNTIL WS-CUSTO-EOF
001090     PERFORM 3000-PRINT-PL
001520         ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001530         MOVE RUN-STAMP-DATE(1:6) TO WS-MES
001540     END-IF
001550     OPEN INPUT TICKET-SUMMARY-FILE
001560     IF WS-TSM-FILE-STATUS = "35"
001570         MOVE "Y" TO WS-TSM-EOF-SW
001580     END-IF
001590     OPEN INPUT ROUTE-COST-FILE
001600     IF WS-CUSTO-FILE-STATUS = "35"
001700            " " DELIMITED BY SIZE
001710            RUN-STAMP-ID DELIMITED BY SIZE
001720         INTO WS-RUN-STAMP-DISP
001730     IF NOT WS-TSM-EOF
001740         PERFORM 8000-READ-TSM
001750     END-IF
001760     IF NOT WS-CUSTO-EOF
001770         PERFORM 8500-READ-CUSTO
001910     END-IF.
001920
001930******************************************************************
001931*  2000-TALLY-RESUMO
001932*  SOMA A RECEITA E OS PASSAGEIROS DO MES NA ROTA PELAS LINHAS R
001933*  DO RESUMO (ESTORNOS ABATEM NA RECEITA; PASSAGEIROS SAO AS
001934*  VENDAS, MESMO RECORTE DO ESTATVIA).
001970******************************************************************
001971 2000-TALLY-RESUMO.
001972     IF TSM-DIA(1:6) NOT = WS-MES
001973         OR NOT TSM-POR-ROTA
002000         GO TO 2000-NEXT
002010     END-IF
002020     MOVE TSM-ROTA TO WS-ROTA-WK
002030     PERFORM 5000-FIND-ROTA-SLOT THRU 5000-EXIT
002040     IF WS-PL-IDX > 20
002050         GO TO 2000-NEXT
002060     END-IF
002061     ADD TSM-RECEITA TO WS-PL-RECEITA(WS-PL-IDX)
002062     ADD TSM-VENDAS TO WS-PL-PASS(WS-PL-IDX).
002110 2000-NEXT.
002120     PERFORM 8000-READ-TSM.
002130 2000-EXIT.
002140     EXIT.
002150
002270     IF WS-PL-IDX > 20
002280         GO TO 2500-NEXT
002290     END-IF
002300     ADD CUSTO-VALOR TO WS-PL-CUSTO(WS-PL-IDX)
002302     IF CUSTO-CATEG = "DEPRECIACAO"
002304         ADD CUSTO-VALOR TO WS-PL-DEPREC(WS-PL-IDX)
002306     END-IF.
002310 2500-NEXT.
002320     PERFORM 8500-READ-CUSTO.
002330 2500-EXIT.
002430         VARYING WS-PL-IDX FROM 1 BY 1
002440         UNTIL WS-PL-IDX > WS-PL-COUNT OR WS-FOUND
002450     IF WS-FOUND
002451         SET WS-PL-IDX DOWN BY 1
002460         GO TO 5000-EXIT
002470     END-IF
002480     IF WS-PL-COUNT >= 20
002540     MOVE WS-ROTA-WK TO WS-PL-ROTA(WS-PL-IDX)
002550     MOVE ZERO TO WS-PL-RECEITA(WS-PL-IDX)
002560     MOVE ZERO TO WS-PL-CUSTO(WS-PL-IDX)
002565     MOVE ZERO TO WS-PL-DEPREC(WS-PL-IDX)
002570     MOVE ZERO TO WS-PL-PASS(WS-PL-IDX).
002580 5000-EXIT.
002590     EXIT.
003050     STRING "     CUSTO   R$" WS-VALOR-ED
003060         DELIMITED BY SIZE INTO REPORT-LINE
003070     WRITE REPORT-LINE
003071     IF WS-PL-DEPREC(WS-PL-IDX) > ZERO
003072         MOVE WS-PL-DEPREC(WS-PL-IDX) TO WS-VALOR-ED
003073         MOVE SPACES TO REPORT-LINE
003074         STRING "     DEPREC. R$" WS-VALOR-ED
003075                "  (INCLUIDA NO CUSTO)"
003076             DELIMITED BY SIZE INTO REPORT-LINE
003077         WRITE REPORT-LINE
003078     END-IF
003080     MOVE WS-MARGEM TO WS-VALOR-ED
003090     MOVE WS-MARGEM-PASS TO WS-VALOR2-ED
003100     MOVE SPACES TO REPORT-LINE
003240******************************************************************
003250 4000-FINALIZE.
003260     PERFORM 7000-WRITE-AUDIT
003270     IF WS-TSM-FILE-STATUS NOT = "35"
003280         CLOSE TICKET-SUMMARY-FILE
003290     END-IF
003300     IF WS-CUSTO-FILE-STATUS NOT = "35"
003310         CLOSE ROUTE-COST-FILE
003500     CALL "AUDITWR" USING AUDIT-RECORD.
003510
003520******************************************************************
003530*  8000-READ-TSM
003540*  LE A PROXIMA LINHA DO RESUMO DIARIO.
003550******************************************************************
003560 8000-READ-TSM.
003570     READ TICKET-SUMMARY-FILE
003580         AT END
003590             MOVE "Y" TO WS-TSM-EOF-SW
003600     END-READ.
003610
003620******************************************************************
