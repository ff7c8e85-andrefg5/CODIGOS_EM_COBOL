000060 DATE-COMPILED.
000070******************************************************************
000080*  ESTATVIA.CBL
000081*  LE O RESUMO DIARIO DAS PASSAGENS (TICKSUM) NUM INTERVALO DE
000082*  DATAS E EMITE A ESTATISTICA QUE O ORGAO GESTOR PEDE TODO
000083*  TRIMESTRE:
000110*  PASSAGEIROS E RECEITA POR ROTA E POR CATEGORIA (NAO PAGA /
000120*  MEIA / IDOSO / INTEIRA), COM PERCENTUAIS, E O COMPARATIVO
000130*  DIA A DIA DO INTERVALO.
000173*                   O RELATORIO PASSA A MOSTRAR PASSAGEIROS E
000174*                   RECEITA POR EMBARQUE X DESEMBARQUE - POR
000175*                   ONDE AS PESSOAS DE FATO VIAJAM.
000176*  2026-10-15 AFG   PASSAGENS ALCANCADAS PELO TETO DE TARIFA
000177*                   (MOTIVO "CAP") CONTADAS A PARTE POR ROTA E NO
000178*                   TOTAL; A RECEITA DELAS JA VEM REDUZIDA NA
000179*                   PASSAGEM.
000180*  2026-10-15 AFG   LE O RESUMO DIARIO (TICKSUM) QUE O SUMARIO
000181*                   MONTA NA ROTINA NOTURNA EM VEZ DE VARRER O
000182*                   TICKETS INTEIRO: TOTAL E DIA A DIA PELAS
000183*                   LINHAS D, ROTA PELAS R, CATEGORIA PELAS C E
000184*                   TRECHO PELAS T. OS NUMEROS NAO MUDAM.
000185******************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT TICKET-SUMMARY-FILE ASSIGN TO "TICKSUM"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS  IS WS-TSM-FILE-STATUS.
000250     SELECT STAT-REPORT-FILE ASSIGN TO "ESTATRPT"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000290         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  TICKET-SUMMARY-FILE
000330     RECORDING MODE IS F.
000340     COPY TSUMREC.
000350 FD  STAT-REPORT-FILE
000360     RECORDING MODE IS F.
000370 01  REPORT-LINE                 PIC X(80).
000440         88  WS-EOF                          VALUE "Y".
000450     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000460         88  WS-SIGNON-VALID                 VALUE "Y".
000470     05  WS-TSM-FILE-STATUS      PIC X(02)   VALUE "00".
000480     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000490     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000500         88  WS-FOUND                        VALUE "Y".
000570 01  WS-DATE-FROM                PIC X(08).
000580 01  WS-DATE-TO                  PIC X(08).
000590 01  WS-TOTAL-PASS               PIC 9(07)   VALUE ZERO.
000595 01  WS-TOTAL-TETO               PIC 9(07)   VALUE ZERO.
000600 01  WS-TOTAL-RECEITA            PIC S9(09)V99 VALUE ZERO.
000610 01  WS-PCT                      PIC 9(03)V99.
000620 01  WS-PCT-ED                   PIC ZZ9.99.
000670
000680******************************************************************
000690*  ACUMULADORES POR ROTA, POR CATEGORIA E POR DIA, MONTADOS
000700*  CONFORME OS VALORES APARECEM NO RESUMO DAS PASSAGENS.
000710******************************************************************
000720 01  WS-ROTA-STAT-TABLE.
000730     05  WS-RS-ENTRY OCCURS 20 TIMES
000750         10  WS-RS-ROTA          PIC X(03).
000760         10  WS-RS-PASS          PIC 9(07).
000770         10  WS-RS-RECEITA       PIC S9(09)V99.
000775         10  WS-RS-TETO          PIC 9(07).
000780 01  WS-RS-COUNT                 PIC 9(03)   VALUE ZERO.
000790 01  WS-CAT-STAT-TABLE.
000800     05  WS-CS-ENTRY OCCURS 10 TIMES
000960 0000-MAINLINE.
000970     PERFORM 0010-SIGN-ON THRU 0010-EXIT
000980     PERFORM 1000-INITIALIZE
000990     PERFORM 2000-TALLY-RESUMO THRU 2000-EXIT
001000         UNTIL WS-EOF
001010     PERFORM 3000-FINALIZE
001020     STOP RUN.
001480     IF WS-DATE-TO = SPACES
001490         MOVE WS-DATE-FROM TO WS-DATE-TO
001500     END-IF
001510     OPEN INPUT TICKET-SUMMARY-FILE
001520     IF WS-TSM-FILE-STATUS = "35"
001530         MOVE "Y" TO WS-EOF-SW
001540     END-IF
001550     OPEN OUTPUT STAT-REPORT-FILE
001730         INTO REPORT-LINE
001740     WRITE REPORT-LINE
001750     IF NOT WS-EOF
001760         PERFORM 8000-READ-TSM
001770     END-IF.
001780
001790******************************************************************
001900     END-IF.
001910
001920******************************************************************
001921*  2000-TALLY-RESUMO
001922*  ACUMULA UMA LINHA DO RESUMO DO INTERVALO (PELA DATA DA VIAGEM)
001923*  NA VISAO DELA: TOTAL E DIA A DIA (D), ROTA (R), CATEGORIA (C)
001924*  E TRECHO (T). AS DEMAIS VISOES NAO ENTRAM NESTE RELATORIO.
001960******************************************************************
001970 2000-TALLY-RESUMO.
001980     IF TSM-DATA < WS-DATE-FROM OR TSM-DATA > WS-DATE-TO
001990         PERFORM 8000-READ-TSM
002000         GO TO 2000-EXIT
002010     END-IF
002011     IF TSM-TOTAL-DIA
002012         ADD TSM-REGISTROS TO WS-TOTAL-PASS
002013         ADD TSM-RECEITA TO WS-TOTAL-RECEITA
002014         ADD TSM-TETO TO WS-TOTAL-TETO
002015         PERFORM 2300-TALLY-DIA THRU 2300-EXIT
002036     END-IF
002037     IF TSM-POR-ROTA
002038         PERFORM 2100-TALLY-ROTA THRU 2100-EXIT
002039     END-IF
002040     IF TSM-POR-CATEGORIA
002041         PERFORM 2200-TALLY-CATEGORIA THRU 2200-EXIT
002042     END-IF
002043     IF TSM-POR-TRECHO
002044         PERFORM 2400-TALLY-TRECHO THRU 2400-EXIT
002045     END-IF
002046     PERFORM 8000-READ-TSM.
002080 2000-EXIT.
002090     EXIT.
002100
002170         IF WS-RS-COUNT < 20
002180             ADD 1 TO WS-RS-COUNT
002190             SET WS-RS-IDX TO WS-RS-COUNT
002191             MOVE TSM-ROTA TO WS-RS-ROTA(WS-RS-IDX)
002192             MOVE TSM-REGISTROS TO WS-RS-PASS(WS-RS-IDX)
002193             MOVE TSM-RECEITA TO WS-RS-RECEITA(WS-RS-IDX)
002194             MOVE TSM-TETO TO WS-RS-TETO(WS-RS-IDX)
002230         END-IF
002240     END-IF.
002250 2100-EXIT.
002260     EXIT.
002270
002280 2150-MATCH-ROTA.
002290     IF WS-RS-ROTA(WS-RS-IDX) = TSM-ROTA
002300         MOVE "Y" TO WS-FOUND-SW
002301         ADD TSM-REGISTROS TO WS-RS-PASS(WS-RS-IDX)
002302         ADD TSM-RECEITA TO WS-RS-RECEITA(WS-RS-IDX)
002303         ADD TSM-TETO TO WS-RS-TETO(WS-RS-IDX)
002330     END-IF.
002340 2150-EXIT.
002350     EXIT.
002430         IF WS-CS-COUNT < 10
002440             ADD 1 TO WS-CS-COUNT
002450             SET WS-CS-IDX TO WS-CS-COUNT
002460             MOVE TSM-CATEGORIA TO WS-CS-CATEGORIA(WS-CS-IDX)
002470             MOVE TSM-REGISTROS TO WS-CS-PASS(WS-CS-IDX)
002480             MOVE TSM-RECEITA TO WS-CS-RECEITA(WS-CS-IDX)
002490         END-IF
002500     END-IF.
002510 2200-EXIT.
002520     EXIT.
002530
002540 2250-MATCH-CATEGORIA.
002550     IF WS-CS-CATEGORIA(WS-CS-IDX) = TSM-CATEGORIA
002560         MOVE "Y" TO WS-FOUND-SW
002570         ADD TSM-REGISTROS TO WS-CS-PASS(WS-CS-IDX)
002580         ADD TSM-RECEITA TO WS-CS-RECEITA(WS-CS-IDX)
002590     END-IF.
002600 2250-EXIT.
002610     EXIT.
002611
002612 2400-TALLY-TRECHO.
002617     MOVE "N" TO WS-FOUND-SW
002618     PERFORM 2450-MATCH-TRECHO THRU 2450-EXIT
002619         VARYING WS-OD-IDX FROM 1 BY 1
002622         IF WS-OD-COUNT < 100
002623             ADD 1 TO WS-OD-COUNT
002624             SET WS-OD-IDX TO WS-OD-COUNT
002625             MOVE TSM-ROTA        TO WS-OD-ROTA(WS-OD-IDX)
002626             MOVE TSM-CHAVE(1:4)  TO WS-OD-EMB(WS-OD-IDX)
002627             MOVE TSM-CHAVE(5:4)  TO WS-OD-DES(WS-OD-IDX)
002628             MOVE TSM-REGISTROS TO WS-OD-PASS(WS-OD-IDX)
002629             MOVE TSM-RECEITA TO WS-OD-RECEITA(WS-OD-IDX)
002630         END-IF
002631     END-IF.
002632 2400-EXIT.
002633     EXIT.
002634
002635 2450-MATCH-TRECHO.
002636     IF WS-OD-ROTA(WS-OD-IDX) = TSM-ROTA
002637         AND WS-OD-EMB(WS-OD-IDX) = TSM-CHAVE(1:4)
002638         AND WS-OD-DES(WS-OD-IDX) = TSM-CHAVE(5:4)
002639         MOVE "Y" TO WS-FOUND-SW
002640         ADD TSM-REGISTROS TO WS-OD-PASS(WS-OD-IDX)
002641         ADD TSM-RECEITA TO WS-OD-RECEITA(WS-OD-IDX)
002642     END-IF.
002643 2450-EXIT.
002644     EXIT.
002645
002646 2300-TALLY-DIA.
002647     MOVE "N" TO WS-FOUND-SW
002650     PERFORM 2350-MATCH-DIA THRU 2350-EXIT
002660         VARYING WS-DS-IDX FROM 1 BY 1
002670         UNTIL WS-DS-IDX > WS-DS-COUNT OR WS-FOUND
002690         IF WS-DS-COUNT < 31
002700             ADD 1 TO WS-DS-COUNT
002710             SET WS-DS-IDX TO WS-DS-COUNT
002720             MOVE TSM-DATA TO WS-DS-DATA(WS-DS-IDX)
002730             MOVE TSM-REGISTROS TO WS-DS-PASS(WS-DS-IDX)
002740             MOVE TSM-RECEITA TO WS-DS-RECEITA(WS-DS-IDX)
002750         END-IF
002760     END-IF.
002770 2300-EXIT.
002780     EXIT.
002790
002800 2350-MATCH-DIA.
002810     IF WS-DS-DATA(WS-DS-IDX) = TSM-DATA
002820         MOVE "Y" TO WS-FOUND-SW
002830         ADD TSM-REGISTROS TO WS-DS-PASS(WS-DS-IDX)
002840         ADD TSM-RECEITA TO WS-DS-RECEITA(WS-DS-IDX)
002850     END-IF.
002860 2350-EXIT.
002870     EXIT.
003240            WS-VALOR-ED
003250         DELIMITED BY SIZE INTO REPORT-LINE
003260     WRITE REPORT-LINE
003261     IF WS-TOTAL-TETO > ZERO
003262         MOVE SPACES TO REPORT-LINE
003263         STRING "  DOS QUAIS " WS-TOTAL-TETO
003264                " COM TETO DE TARIFA (MOTIVO CAP)"
003265             DELIMITED BY SIZE INTO REPORT-LINE
003266         WRITE REPORT-LINE
003267     END-IF
003270     PERFORM 7000-WRITE-AUDIT
003280     IF WS-TSM-FILE-STATUS NOT = "35"
003290         CLOSE TICKET-SUMMARY-FILE
003300     END-IF
003310     CLOSE STAT-REPORT-FILE
003320     CLOSE AUDIT-LOG-FILE.
003460            "  (" WS-PCT-ED " PCT)"
003470            "  RECEITA R$" WS-VALOR-ED
003480         DELIMITED BY SIZE INTO REPORT-LINE
003490     WRITE REPORT-LINE
003491     IF WS-RS-TETO(WS-RS-IDX) > ZERO
003492         MOVE SPACES TO REPORT-LINE
003493         STRING "         DOS QUAIS " WS-RS-TETO(WS-RS-IDX)
003494                " COM TETO DE TARIFA (MOTIVO CAP)"
003495             DELIMITED BY SIZE INTO REPORT-LINE
003496         WRITE REPORT-LINE
003497     END-IF.
003500 3100-EXIT.
003510     EXIT.
003520
004050     CALL "AUDITWR" USING AUDIT-RECORD.
004060
004070******************************************************************
004080*  8000-READ-TSM
004090*  LE A PROXIMA LINHA DO RESUMO DIARIO.
004100******************************************************************
004110 8000-READ-TSM.
004120     READ TICKET-SUMMARY-FILE
004130         AT END
004140             MOVE "Y" TO WS-EOF-SW
004150     END-READ.
