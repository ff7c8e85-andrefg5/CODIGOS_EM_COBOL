000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COMPMES.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - CUSTO MENSAL DAS COMPENSACOES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  COMPMES.CBL
000090*  EXTRATO MENSAL DAS COMPENSACOES POR PARTIDA CANCELADA: PARA
000100*  CADA ROTA, SOMA OS CREDITOS DO COMPLOG (GRAVADOS PELO
000110*  COMPENSA) DAS PARTIDAS CANCELADAS NO MES - QUANTAS PARTIDAS,
000120*  QUANTOS PASSES GANHARAM UM DIA E QUANTOS CARNES GANHARAM UMA
000130*  VIAGEM, E O CUSTO DE CADA COISA E DA ROTA. VALE O MES DA
000140*  PARTIDA, NAO O DO CREDITO.
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT COMP-LOG-FILE ASSIGN TO "COMPLOG"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS  IS WS-CMP-FILE-STATUS.
000260     SELECT COMP-REPORT-FILE ASSIGN TO "COMPRPT"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  COMP-LOG-FILE
000340     RECORDING MODE IS F.
000350     COPY COMPREC.
000360 FD  COMP-REPORT-FILE
000370     RECORDING MODE IS F.
000380 01  REPORT-LINE                 PIC X(80).
000390 FD  AUDIT-LOG-FILE
000400     RECORDING MODE IS F.
000410     COPY AUDITREC.
000420 WORKING-STORAGE SECTION.
000430 01  WS-SWITCHES.
000440     05  WS-CMP-EOF-SW           PIC X(01)   VALUE "N".
000450         88  WS-CMP-EOF                      VALUE "Y".
000460     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000470         88  WS-SIGNON-VALID                 VALUE "Y".
000480     05  WS-CMP-FILE-STATUS      PIC X(02)   VALUE "00".
000490     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000500     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000510         88  WS-FOUND                        VALUE "Y".
000520 01  WS-MSG-CODE-WK              PIC X(08).
000530 01  WS-MSG-TEXT-WK              PIC X(60).
000540 01  WS-OPERATOR-ID              PIC X(08).
000550 01  WS-OPERATOR-PIN             PIC X(04).
000560 01  WS-RUN-STAMP-DISP           PIC X(30).
000570     COPY RUNSTAMP.
000580 01  WS-MES                      PIC X(06).
000590 01  WS-SCAN                     PIC 9(03).
000600 01  WS-TOTAL-PARTIDAS           PIC 9(05)   VALUE ZERO.
000610 01  WS-TOTAL-PASSES             PIC 9(07)   VALUE ZERO.
000620 01  WS-TOTAL-CARNES             PIC 9(07)   VALUE ZERO.
000630 01  WS-TOTAL-CUSTO-P            PIC 9(09)V99 VALUE ZERO.
000640 01  WS-TOTAL-CUSTO-C            PIC 9(09)V99 VALUE ZERO.
000650 01  WS-TOTAL-CUSTO              PIC 9(09)V99 VALUE ZERO.
000660 01  WS-SEM-VAGA                 PIC 9(07)   VALUE ZERO.
000670 01  WS-CUSTO-P-ED               PIC ZZZZZZ9.99.
000680 01  WS-CUSTO-C-ED               PIC ZZZZZZ9.99.
000690 01  WS-CUSTO-ED                 PIC ZZZZZZ9.99.
000700
000710******************************************************************
000720*  ACUMULADO DO MES POR ROTA.
000730******************************************************************
000740 01  WS-CR-TABLE.
000750     05  WS-CR-ENTRY OCCURS 50 TIMES
000760                     INDEXED BY WS-CR-IDX.
000770         10  WS-CR-ROTA          PIC X(03).
000780         10  WS-CR-PARTIDAS      PIC 9(05).
000790         10  WS-CR-PASSES        PIC 9(07).
000800         10  WS-CR-CARNES        PIC 9(07).
000810         10  WS-CR-CUSTO-P       PIC 9(09)V99.
000820         10  WS-CR-CUSTO-C       PIC 9(09)V99.
000830 01  WS-CR-COUNT                 PIC 9(03)   VALUE ZERO.
000840
000850******************************************************************
000860*  PARTIDAS DISTINTAS JA CONTADAS (DATA + ROTA + HORARIO).
000870******************************************************************
000880 01  WS-PT-TABLE.
000890     05  WS-PT-ENTRY OCCURS 500 TIMES
000900                     INDEXED BY WS-PT-IDX.
000910         10  WS-PT-PARTIDA       PIC X(15).
000920 01  WS-PT-COUNT                 PIC 9(03)   VALUE ZERO.
000930 01  WS-NOVA-PARTIDA-SW          PIC X(01)   VALUE "N".
000940     88  WS-NOVA-PARTIDA                     VALUE "Y".
000950
000960 PROCEDURE DIVISION.
000970
000980 0000-MAINLINE.
000990     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001000     PERFORM 1000-INITIALIZE
001010     PERFORM 2000-TALLY-COMP THRU 2000-EXIT
001020         UNTIL WS-CMP-EOF
001030     PERFORM 3000-FINALIZE
001040     STOP RUN.
001050
001060******************************************************************
001070*  0010-SIGN-ON
001080*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001090*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001100******************************************************************
001110 0010-SIGN-ON.
001120     MOVE "N" TO WS-SIGNON-VALID-SW
001130     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001140         UNTIL WS-SIGNON-VALID.
001150 0010-EXIT.
001160     EXIT.
001170
001180 0020-PROMPT-SIGNON.
001190     MOVE "SGN-001" TO WS-MSG-CODE-WK
001200     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001210     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001220     ACCEPT WS-OPERATOR-ID
001230     MOVE "SGN-002" TO WS-MSG-CODE-WK
001240     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001250     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001260     ACCEPT WS-OPERATOR-PIN
001270     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001280                           WS-SIGNON-VALID-SW
001290     IF NOT WS-SIGNON-VALID
001300         MOVE "SGN-003" TO WS-MSG-CODE-WK
001310         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001320         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001330     END-IF.
001340 0020-EXIT.
001350     EXIT.
001360
001370******************************************************************
001380*  1000-INITIALIZE
001390*  PEDE O MES A APURAR, ABRE OS ARQUIVOS E GRAVA O CABECALHO.
001400******************************************************************
001410 1000-INITIALIZE.
001420     DISPLAY "INFORME O MES (AAAAMM, BRANCO=MES ATUAL):"
001430     ACCEPT WS-MES
001440     IF WS-MES = SPACES
001450         ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001460         MOVE RUN-STAMP-DATE(1:6) TO WS-MES
001470     END-IF
001480     OPEN INPUT COMP-LOG-FILE
001490     IF WS-CMP-FILE-STATUS = "35"
001500         MOVE "Y" TO WS-CMP-EOF-SW
001510     END-IF
001520     OPEN OUTPUT COMP-REPORT-FILE
001530     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001540     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001550     ACCEPT RUN-STAMP-ID   FROM TIME
001560     MOVE SPACES TO WS-RUN-STAMP-DISP
001570     STRING "EXECUCAO " DELIMITED BY SIZE
001580            RUN-STAMP-DATE DELIMITED BY SIZE
001590            " " DELIMITED BY SIZE
001600            RUN-STAMP-ID DELIMITED BY SIZE
001610         INTO WS-RUN-STAMP-DISP
001620     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
001630     WRITE REPORT-LINE
001640     MOVE SPACES TO REPORT-LINE
001650     STRING "COMPENSACOES POR PARTIDA CANCELADA POR ROTA - MES "
001660            WS-MES
001670         DELIMITED BY SIZE INTO REPORT-LINE
001680     WRITE REPORT-LINE
001690     IF NOT WS-CMP-EOF
001700         PERFORM 8000-READ-COMP-LOG
001710     END-IF.
001720
001730******************************************************************
001740*  0100-OPEN-AUDIT-LOG-FILE
001750*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
001760*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
001770******************************************************************
001780 0100-OPEN-AUDIT-LOG-FILE.
001790     OPEN EXTEND AUDIT-LOG-FILE
001800     IF WS-AUDIT-FILE-STATUS = "35"
001810         OPEN OUTPUT AUDIT-LOG-FILE
001820         CLOSE AUDIT-LOG-FILE
001830         OPEN EXTEND AUDIT-LOG-FILE
001840     END-IF.
001850
001860******************************************************************
001870*  2000-TALLY-COMP
001880*  SOMA UM CREDITO DE PARTIDA CANCELADA NO MES APURADO NA ROTA
001890*  DA PARTIDA; A PRIMEIRA VEZ QUE A PARTIDA APARECE ELA CONTA
001900*  COMO UMA PARTIDA CANCELADA DA ROTA.
001910******************************************************************
001920 2000-TALLY-COMP.
001930     IF CMP-DATA(1:6) NOT = WS-MES
001940         OR CMP-CUSTO NOT NUMERIC
001950         PERFORM 8000-READ-COMP-LOG
001960         GO TO 2000-EXIT
001970     END-IF
001980     PERFORM 2300-CHECK-PARTIDA THRU 2300-EXIT
001990     IF WS-NOVA-PARTIDA
002000         ADD 1 TO WS-TOTAL-PARTIDAS
002010     END-IF
002020     IF CMP-PASSE
002030         ADD 1         TO WS-TOTAL-PASSES
002040         ADD CMP-CUSTO TO WS-TOTAL-CUSTO-P
002050     ELSE
002060         ADD 1         TO WS-TOTAL-CARNES
002070         ADD CMP-CUSTO TO WS-TOTAL-CUSTO-C
002080     END-IF
002090     ADD CMP-CUSTO TO WS-TOTAL-CUSTO
002100     MOVE "N" TO WS-FOUND-SW
002110     PERFORM 2100-MATCH-ROTA THRU 2100-EXIT
002120         VARYING WS-CR-IDX FROM 1 BY 1
002130         UNTIL WS-CR-IDX > WS-CR-COUNT OR WS-FOUND
002140     IF NOT WS-FOUND
002150         IF WS-CR-COUNT < 50
002160             ADD 1 TO WS-CR-COUNT
002170             SET WS-CR-IDX TO WS-CR-COUNT
002180             MOVE CMP-ROTA TO WS-CR-ROTA(WS-CR-IDX)
002190             MOVE ZERO     TO WS-CR-PARTIDAS(WS-CR-IDX)
002200             MOVE ZERO     TO WS-CR-PASSES(WS-CR-IDX)
002210             MOVE ZERO     TO WS-CR-CARNES(WS-CR-IDX)
002220             MOVE ZERO     TO WS-CR-CUSTO-P(WS-CR-IDX)
002230             MOVE ZERO     TO WS-CR-CUSTO-C(WS-CR-IDX)
002240             PERFORM 2200-ADD-ROTA
002250         ELSE
002260             ADD 1 TO WS-SEM-VAGA
002270         END-IF
002280     END-IF
002290     PERFORM 8000-READ-COMP-LOG.
002300 2000-EXIT.
002310     EXIT.
002320
002330 2100-MATCH-ROTA.
002340     IF WS-CR-ROTA(WS-CR-IDX) = CMP-ROTA
002350         MOVE "Y" TO WS-FOUND-SW
002360         PERFORM 2200-ADD-ROTA
002370     END-IF.
002380 2100-EXIT.
002390     EXIT.
002400
002410 2200-ADD-ROTA.
002420     IF WS-NOVA-PARTIDA
002430         ADD 1 TO WS-CR-PARTIDAS(WS-CR-IDX)
002440     END-IF
002450     IF CMP-PASSE
002460         ADD 1         TO WS-CR-PASSES(WS-CR-IDX)
002470         ADD CMP-CUSTO TO WS-CR-CUSTO-P(WS-CR-IDX)
002480     ELSE
002490         ADD 1         TO WS-CR-CARNES(WS-CR-IDX)
002500         ADD CMP-CUSTO TO WS-CR-CUSTO-C(WS-CR-IDX)
002510     END-IF.
002520
002530******************************************************************
002540*  2300-CHECK-PARTIDA
002550*  DIZ SE A PARTIDA DO CREDITO AINDA NAO TINHA SIDO CONTADA E A
002560*  GUARDA. TABELA CHEIA: A PARTIDA DEIXA DE SER CONTADA, MAS OS
002570*  CREDITOS E O CUSTO CONTINUAM SOMANDO.
002580******************************************************************
002590 2300-CHECK-PARTIDA.
002600     MOVE "N" TO WS-FOUND-SW
002610     MOVE "N" TO WS-NOVA-PARTIDA-SW
002620     PERFORM 2350-MATCH-PARTIDA THRU 2350-EXIT
002630         VARYING WS-PT-IDX FROM 1 BY 1
002640         UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-FOUND
002650     IF WS-FOUND
002660         OR WS-PT-COUNT >= 500
002670         GO TO 2300-EXIT
002680     END-IF
002690     ADD 1 TO WS-PT-COUNT
002700     SET WS-PT-IDX TO WS-PT-COUNT
002710     MOVE CMP-PARTIDA TO WS-PT-PARTIDA(WS-PT-IDX)
002720     MOVE "Y" TO WS-NOVA-PARTIDA-SW.
002730 2300-EXIT.
002740     EXIT.
002750
002760 2350-MATCH-PARTIDA.
002770     IF WS-PT-PARTIDA(WS-PT-IDX) = CMP-PARTIDA
002780         MOVE "Y" TO WS-FOUND-SW
002790     END-IF.
002800 2350-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*  3000-FINALIZE
002850*  EMITE DUAS LINHAS POR ROTA (PARTIDAS CANCELADAS, PASSES E
002860*  CARNES CREDITADOS; CUSTO DOS PASSES, DOS CARNES E O TOTAL) E O
002870*  TOTAL GERAL, GRAVA O RESUMO NA AUDITORIA E FECHA OS ARQUIVOS.
002880******************************************************************
002890 3000-FINALIZE.
002900     MOVE SPACES TO REPORT-LINE
002910     WRITE REPORT-LINE
002920     PERFORM 3100-WRITE-ONE-ROTA THRU 3100-EXIT
002930         VARYING WS-SCAN FROM 1 BY 1
002940         UNTIL WS-SCAN > WS-CR-COUNT
002950     MOVE SPACES TO REPORT-LINE
002960     WRITE REPORT-LINE
002970     MOVE WS-TOTAL-CUSTO-P TO WS-CUSTO-P-ED
002980     MOVE WS-TOTAL-CUSTO-C TO WS-CUSTO-C-ED
002990     MOVE WS-TOTAL-CUSTO   TO WS-CUSTO-ED
003000     MOVE SPACES TO REPORT-LINE
003010     STRING "TOTAL  PARTIDAS " WS-TOTAL-PARTIDAS
003020            "  PASSES +1 DIA " WS-TOTAL-PASSES
003030            "  CARNES +1 VIAGEM " WS-TOTAL-CARNES
003040         DELIMITED BY SIZE INTO REPORT-LINE
003050     WRITE REPORT-LINE
003060     MOVE SPACES TO REPORT-LINE
003070     STRING "       CUSTO PASSES R$" WS-CUSTO-P-ED
003080            "  CARNES R$" WS-CUSTO-C-ED
003090            "  TOTAL R$" WS-CUSTO-ED
003100         DELIMITED BY SIZE INTO REPORT-LINE
003110     WRITE REPORT-LINE
003120     IF WS-SEM-VAGA > ZERO
003130         MOVE SPACES TO REPORT-LINE
003140         STRING "*** AVISO: " WS-SEM-VAGA
003150                " CREDITO(S) DE ROTA SEM VAGA NA TABELA -"
003160                " SO NO TOTAL"
003170             DELIMITED BY SIZE INTO REPORT-LINE
003180         WRITE REPORT-LINE
003190     END-IF
003200     PERFORM 7000-WRITE-AUDIT
003210     IF WS-CMP-FILE-STATUS NOT = "35"
003220         CLOSE COMP-LOG-FILE
003230     END-IF
003240     CLOSE COMP-REPORT-FILE
003250     CLOSE AUDIT-LOG-FILE.
003260
003270 3100-WRITE-ONE-ROTA.
003280     SET WS-CR-IDX TO WS-SCAN
003290     MOVE WS-CR-CUSTO-P(WS-CR-IDX) TO WS-CUSTO-P-ED
003300     MOVE WS-CR-CUSTO-C(WS-CR-IDX) TO WS-CUSTO-C-ED
003310     COMPUTE WS-CUSTO-ED =
003320         WS-CR-CUSTO-P(WS-CR-IDX) + WS-CR-CUSTO-C(WS-CR-IDX)
003330     MOVE SPACES TO REPORT-LINE
003340     STRING "ROTA " WS-CR-ROTA(WS-CR-IDX)
003350            "  PARTIDAS " WS-CR-PARTIDAS(WS-CR-IDX)
003360            "  PASSES +1 DIA " WS-CR-PASSES(WS-CR-IDX)
003370            "  CARNES +1 VIAGEM " WS-CR-CARNES(WS-CR-IDX)
003380         DELIMITED BY SIZE INTO REPORT-LINE
003390     WRITE REPORT-LINE
003400     MOVE SPACES TO REPORT-LINE
003410     STRING "       CUSTO PASSES R$" WS-CUSTO-P-ED
003420            "  CARNES R$" WS-CUSTO-C-ED
003430            "  TOTAL R$" WS-CUSTO-ED
003440         DELIMITED BY SIZE INTO REPORT-LINE
003450     WRITE REPORT-LINE.
003460 3100-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*  7000-WRITE-AUDIT
003510*  GRAVA O RESUMO DA APURACAO NA TRILHA DE AUDITORIA.
003520******************************************************************
003530 7000-WRITE-AUDIT.
003540     MOVE "COMPMES"           TO AUDIT-PROGRAM-ID
003550     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
003560     ACCEPT AUDIT-TIME FROM TIME
003570     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
003580     MOVE WS-MES              TO AUDIT-KEY
003590     MOVE WS-TOTAL-CUSTO      TO WS-CUSTO-ED
003600     MOVE SPACES              TO AUDIT-DETAIL
003610     STRING "ROTAS=" WS-CR-COUNT " PARTIDAS=" WS-TOTAL-PARTIDAS
003620            " CUSTO=" WS-CUSTO-ED
003630         DELIMITED BY SIZE INTO AUDIT-DETAIL
003640     CALL "AUDITWR" USING AUDIT-RECORD.
003650
003660******************************************************************
003670*  8000-READ-COMP-LOG
003680*  LE O PROXIMO CREDITO DO COMPLOG.
003690******************************************************************
003700 8000-READ-COMP-LOG.
003710     READ COMP-LOG-FILE
003720         AT END
003730             MOVE "Y" TO WS-CMP-EOF-SW
003740     END-READ.
