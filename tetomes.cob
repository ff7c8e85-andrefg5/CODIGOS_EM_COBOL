000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TETOMES.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - CUSTO MENSAL DO TETO DE TARIFA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  TETOMES.CBL
000090*  RELATORIO MENSAL DO TETO DE TARIFA: PARA CADA ROTA, SOMA AS
000100*  PASSAGENS DO MES QUE O VIAGEM COBROU COM TETO (TETOLOG) - A
000110*  TARIFA QUE SERIA COBRADA SEM O TETO, O QUE DE FATO FOI
000120*  COBRADO E A DIFERENCA, QUE E O QUANTO O TETO CUSTOU EM
000130*  RECEITA NA ROTA.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000180******************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT TETO-LOG-FILE ASSIGN TO "TETOLOG"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS  IS WS-TETOL-FILE-STATUS.
000250     SELECT TETO-REPORT-FILE ASSIGN TO "TETORPT"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  TETO-LOG-FILE
000330     RECORDING MODE IS F.
000340     COPY TETOLOGREC.
000350 FD  TETO-REPORT-FILE
000360     RECORDING MODE IS F.
000370 01  REPORT-LINE                 PIC X(80).
000380 FD  AUDIT-LOG-FILE
000390     RECORDING MODE IS F.
000400     COPY AUDITREC.
000410 WORKING-STORAGE SECTION.
000420 01  WS-SWITCHES.
000430     05  WS-TETOL-EOF-SW         PIC X(01)   VALUE "N".
000440         88  WS-TETOL-EOF                    VALUE "Y".
000450     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000460         88  WS-SIGNON-VALID                 VALUE "Y".
000470     05  WS-TETOL-FILE-STATUS    PIC X(02)   VALUE "00".
000480     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000490     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000500         88  WS-FOUND                        VALUE "Y".
000510 01  WS-MSG-CODE-WK              PIC X(08).
000520 01  WS-MSG-TEXT-WK              PIC X(60).
000530 01  WS-OPERATOR-ID              PIC X(08).
000540 01  WS-OPERATOR-PIN             PIC X(04).
000550 01  WS-RUN-STAMP-DISP           PIC X(30).
000560     COPY RUNSTAMP.
000570 01  WS-MES                      PIC X(06).
000580 01  WS-SCAN                     PIC 9(03).
000590 01  WS-TOTAL-PASS               PIC 9(07)   VALUE ZERO.
000600 01  WS-TOTAL-CHEIA              PIC 9(09)V99 VALUE ZERO.
000610 01  WS-TOTAL-COBRADO            PIC 9(09)V99 VALUE ZERO.
000620 01  WS-TOTAL-ABATIDO            PIC 9(09)V99 VALUE ZERO.
000630 01  WS-SEM-VAGA                 PIC 9(07)   VALUE ZERO.
000640 01  WS-CHEIA-ED                 PIC ZZZZZZ9.99.
000650 01  WS-COBRADO-ED               PIC ZZZZZZ9.99.
000660 01  WS-ABATIDO-ED               PIC ZZZZZZ9.99.
000670
000680******************************************************************
000690*  ACUMULADO DO MES POR ROTA.
000700******************************************************************
000710 01  WS-TR-TABLE.
000720     05  WS-TR-ENTRY OCCURS 50 TIMES
000730                     INDEXED BY WS-TR-IDX.
000740         10  WS-TR-ROTA          PIC X(03).
000750         10  WS-TR-PASS          PIC 9(07).
000760         10  WS-TR-DIA           PIC 9(07).
000770         10  WS-TR-SEMANA        PIC 9(07).
000780         10  WS-TR-CHEIA         PIC 9(09)V99.
000790         10  WS-TR-COBRADO       PIC 9(09)V99.
000800         10  WS-TR-ABATIDO       PIC 9(09)V99.
000810 01  WS-TR-COUNT                 PIC 9(03)   VALUE ZERO.
000820
000830 PROCEDURE DIVISION.
000840
000850 0000-MAINLINE.
000860     PERFORM 0010-SIGN-ON THRU 0010-EXIT
000870     PERFORM 1000-INITIALIZE
000880     PERFORM 2000-TALLY-TETO THRU 2000-EXIT
000890         UNTIL WS-TETOL-EOF
000900     PERFORM 3000-FINALIZE
000910     STOP RUN.
000920
000930******************************************************************
000940*  0010-SIGN-ON
000950*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
000960*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
000970******************************************************************
000980 0010-SIGN-ON.
000990     MOVE "N" TO WS-SIGNON-VALID-SW
001000     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001010         UNTIL WS-SIGNON-VALID.
001020 0010-EXIT.
001030     EXIT.
001040
001050 0020-PROMPT-SIGNON.
001060     MOVE "SGN-001" TO WS-MSG-CODE-WK
001070     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001080     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001090     ACCEPT WS-OPERATOR-ID
001100     MOVE "SGN-002" TO WS-MSG-CODE-WK
001110     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001120     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001130     ACCEPT WS-OPERATOR-PIN
001140     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001150                           WS-SIGNON-VALID-SW
001160     IF NOT WS-SIGNON-VALID
001170         MOVE "SGN-003" TO WS-MSG-CODE-WK
001180         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001190         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001200     END-IF.
001210 0020-EXIT.
001220     EXIT.
001230
001240******************************************************************
001250*  1000-INITIALIZE
001260*  PEDE O MES A APURAR, ABRE OS ARQUIVOS E GRAVA O CABECALHO.
001270******************************************************************
001280 1000-INITIALIZE.
001290     DISPLAY "INFORME O MES (AAAAMM, BRANCO=MES ATUAL):"
001300     ACCEPT WS-MES
001310     IF WS-MES = SPACES
001320         ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001330         MOVE RUN-STAMP-DATE(1:6) TO WS-MES
001340     END-IF
001350     OPEN INPUT TETO-LOG-FILE
001360     IF WS-TETOL-FILE-STATUS = "35"
001370         MOVE "Y" TO WS-TETOL-EOF-SW
001380     END-IF
001390     OPEN OUTPUT TETO-REPORT-FILE
001400     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001410     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001420     ACCEPT RUN-STAMP-ID   FROM TIME
001430     MOVE SPACES TO WS-RUN-STAMP-DISP
001440     STRING "EXECUCAO " DELIMITED BY SIZE
001450            RUN-STAMP-DATE DELIMITED BY SIZE
001460            " " DELIMITED BY SIZE
001470            RUN-STAMP-ID DELIMITED BY SIZE
001480         INTO WS-RUN-STAMP-DISP
001490     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
001500     WRITE REPORT-LINE
001510     MOVE SPACES TO REPORT-LINE
001520     STRING "CUSTO DO TETO DE TARIFA POR ROTA - MES " WS-MES
001530         DELIMITED BY SIZE INTO REPORT-LINE
001540     WRITE REPORT-LINE
001550     IF NOT WS-TETOL-EOF
001560         PERFORM 8000-READ-TETO-LOG
001570     END-IF.
001580
001590******************************************************************
001600*  0100-OPEN-AUDIT-LOG-FILE
001610*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
001620*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
001630******************************************************************
001640 0100-OPEN-AUDIT-LOG-FILE.
001650     OPEN EXTEND AUDIT-LOG-FILE
001660     IF WS-AUDIT-FILE-STATUS = "35"
001670         OPEN OUTPUT AUDIT-LOG-FILE
001680         CLOSE AUDIT-LOG-FILE
001690         OPEN EXTEND AUDIT-LOG-FILE
001700     END-IF.
001710
001720******************************************************************
001730*  2000-TALLY-TETO
001740*  SOMA UMA PASSAGEM COM TETO DO MES APURADO NA ROTA DELA (VALE A
001750*  DATA DE VIAGEM DA PASSAGEM).
001760******************************************************************
001770 2000-TALLY-TETO.
001780     IF TETL-DATA(1:6) NOT = WS-MES
001790         OR TETL-ABATIDO NOT NUMERIC
001800         OR TETL-TARIFA-CHEIA NOT NUMERIC
001810         OR TETL-COBRADO NOT NUMERIC
001820         PERFORM 8000-READ-TETO-LOG
001830         GO TO 2000-EXIT
001840     END-IF
001850     ADD 1 TO WS-TOTAL-PASS
001860     ADD TETL-TARIFA-CHEIA TO WS-TOTAL-CHEIA
001870     ADD TETL-COBRADO      TO WS-TOTAL-COBRADO
001880     ADD TETL-ABATIDO      TO WS-TOTAL-ABATIDO
001890     MOVE "N" TO WS-FOUND-SW
001900     PERFORM 2100-MATCH-ROTA THRU 2100-EXIT
001910         VARYING WS-TR-IDX FROM 1 BY 1
001920         UNTIL WS-TR-IDX > WS-TR-COUNT OR WS-FOUND
001930     IF NOT WS-FOUND
001940         IF WS-TR-COUNT < 50
001950             ADD 1 TO WS-TR-COUNT
001960             SET WS-TR-IDX TO WS-TR-COUNT
001970             MOVE TETL-ROTA TO WS-TR-ROTA(WS-TR-IDX)
001980             MOVE ZERO      TO WS-TR-PASS(WS-TR-IDX)
001990             MOVE ZERO      TO WS-TR-DIA(WS-TR-IDX)
002000             MOVE ZERO      TO WS-TR-SEMANA(WS-TR-IDX)
002010             MOVE ZERO      TO WS-TR-CHEIA(WS-TR-IDX)
002020             MOVE ZERO      TO WS-TR-COBRADO(WS-TR-IDX)
002030             MOVE ZERO      TO WS-TR-ABATIDO(WS-TR-IDX)
002040             PERFORM 2200-ADD-ROTA
002050         ELSE
002060             ADD 1 TO WS-SEM-VAGA
002070         END-IF
002080     END-IF
002090     PERFORM 8000-READ-TETO-LOG.
002100 2000-EXIT.
002110     EXIT.
002120
002130 2100-MATCH-ROTA.
002140     IF WS-TR-ROTA(WS-TR-IDX) = TETL-ROTA
002150         MOVE "Y" TO WS-FOUND-SW
002160         PERFORM 2200-ADD-ROTA
002170     END-IF.
002180 2100-EXIT.
002190     EXIT.
002200
002210 2200-ADD-ROTA.
002220     ADD 1 TO WS-TR-PASS(WS-TR-IDX)
002230     IF TETL-TETO-DIA
002240         ADD 1 TO WS-TR-DIA(WS-TR-IDX)
002250     ELSE
002260         ADD 1 TO WS-TR-SEMANA(WS-TR-IDX)
002270     END-IF
002280     ADD TETL-TARIFA-CHEIA TO WS-TR-CHEIA(WS-TR-IDX)
002290     ADD TETL-COBRADO      TO WS-TR-COBRADO(WS-TR-IDX)
002300     ADD TETL-ABATIDO      TO WS-TR-ABATIDO(WS-TR-IDX).
002310
002320******************************************************************
002330*  3000-FINALIZE
002340*  EMITE DUAS LINHAS POR ROTA (PASSAGENS COM TETO DO DIA E DA
002350*  SEMANA; TARIFA SEM TETO, COBRADO E O CUSTO DO TETO) E O TOTAL,
002360*  GRAVA O RESUMO NA AUDITORIA E FECHA OS ARQUIVOS.
002370******************************************************************
002380 3000-FINALIZE.
002390     MOVE SPACES TO REPORT-LINE
002400     WRITE REPORT-LINE
002410     PERFORM 3100-WRITE-ONE-ROTA THRU 3100-EXIT
002420         VARYING WS-SCAN FROM 1 BY 1
002430         UNTIL WS-SCAN > WS-TR-COUNT
002440     MOVE SPACES TO REPORT-LINE
002450     WRITE REPORT-LINE
002460     MOVE WS-TOTAL-CHEIA   TO WS-CHEIA-ED
002470     MOVE WS-TOTAL-COBRADO TO WS-COBRADO-ED
002480     MOVE WS-TOTAL-ABATIDO TO WS-ABATIDO-ED
002490     MOVE SPACES TO REPORT-LINE
002500     STRING "TOTAL  PASSAGENS COM TETO NO MES: " WS-TOTAL-PASS
002510         DELIMITED BY SIZE INTO REPORT-LINE
002520     WRITE REPORT-LINE
002530     MOVE SPACES TO REPORT-LINE
002540     STRING "       SEM TETO R$" WS-CHEIA-ED
002550            "  COBRADO R$" WS-COBRADO-ED
002560            "  CUSTO R$" WS-ABATIDO-ED
002570         DELIMITED BY SIZE INTO REPORT-LINE
002580     WRITE REPORT-LINE
002590     IF WS-SEM-VAGA > ZERO
002600         MOVE SPACES TO REPORT-LINE
002610         STRING "*** AVISO: " WS-SEM-VAGA
002620                " PASSAGEM(NS) DE ROTA SEM VAGA NA TABELA -"
002630                " SO NO TOTAL"
002640             DELIMITED BY SIZE INTO REPORT-LINE
002650         WRITE REPORT-LINE
002660     END-IF
002670     PERFORM 7000-WRITE-AUDIT
002680     IF WS-TETOL-FILE-STATUS NOT = "35"
002690         CLOSE TETO-LOG-FILE
002700     END-IF
002710     CLOSE TETO-REPORT-FILE
002720     CLOSE AUDIT-LOG-FILE.
002730
002740 3100-WRITE-ONE-ROTA.
002750     SET WS-TR-IDX TO WS-SCAN
002760     MOVE WS-TR-CHEIA(WS-TR-IDX)   TO WS-CHEIA-ED
002770     MOVE WS-TR-COBRADO(WS-TR-IDX) TO WS-COBRADO-ED
002780     MOVE WS-TR-ABATIDO(WS-TR-IDX) TO WS-ABATIDO-ED
002790     MOVE SPACES TO REPORT-LINE
002800     STRING "ROTA " WS-TR-ROTA(WS-TR-IDX)
002810            "  PASSAGENS " WS-TR-PASS(WS-TR-IDX)
002820            "  (TETO DIA " WS-TR-DIA(WS-TR-IDX)
002830            " SEMANA " WS-TR-SEMANA(WS-TR-IDX) ")"
002840         DELIMITED BY SIZE INTO REPORT-LINE
002850     WRITE REPORT-LINE
002860     MOVE SPACES TO REPORT-LINE
002870     STRING "       SEM TETO R$" WS-CHEIA-ED
002880            "  COBRADO R$" WS-COBRADO-ED
002890            "  CUSTO R$" WS-ABATIDO-ED
002900         DELIMITED BY SIZE INTO REPORT-LINE
002910     WRITE REPORT-LINE.
002920 3100-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*  7000-WRITE-AUDIT
002970*  GRAVA O RESUMO DA APURACAO NA TRILHA DE AUDITORIA.
002980******************************************************************
002990 7000-WRITE-AUDIT.
003000     MOVE "TETOMES"           TO AUDIT-PROGRAM-ID
003010     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
003020     ACCEPT AUDIT-TIME FROM TIME
003030     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
003040     MOVE WS-MES              TO AUDIT-KEY
003050     MOVE WS-TOTAL-ABATIDO    TO WS-ABATIDO-ED
003060     MOVE SPACES              TO AUDIT-DETAIL
003070     STRING "ROTAS=" WS-TR-COUNT " PASS=" WS-TOTAL-PASS
003080            " CUSTO=" WS-ABATIDO-ED
003090         DELIMITED BY SIZE INTO AUDIT-DETAIL
003100     CALL "AUDITWR" USING AUDIT-RECORD.
003110
003120******************************************************************
003130*  8000-READ-TETO-LOG
003140*  LE A PROXIMA PASSAGEM COM TETO DO TETOLOG.
003150******************************************************************
003160 8000-READ-TETO-LOG.
003170     READ TETO-LOG-FILE
003180         AT END
003190             MOVE "Y" TO WS-TETOL-EOF-SW
003200     END-READ.
