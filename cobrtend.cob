000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COBRTEND.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - FALTAS REPETIDAS DE COBRADOR.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  COBRTEND.CBL
000090*  LE O HISTORICO DE DIFERENCAS DO COBRADOR (COBRVARH), GRAVADO
000100*  PELO BOLSACOB A CADA BOLSA CONFERIDA, E EMITE O RELATORIO
000110*  SEMANAL (COBRTRPT): PARA CADA COBRADOR COM PARTIDA NA SEMANA,
000120*  AS PARTIDAS COM O RESULTADO (CONFERE/SOBRA/FALTA), A DIFERENCA
000130*  ACUMULADA E UM AVISO QUANDO HOUVE DUAS OU MAIS FALTAS NA
000140*  SEMANA. NO FIM, A LISTA SO DOS COBRADORES COM FALTAS REPETIDAS.
000150*  A SEMANA SAO OS SETE DIAS DE NEGOCIO A PARTIR DO DIA INFORMADO.
000160*-----------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000200******************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CONDUCTOR-VARIANCE-FILE ASSIGN TO "COBRVARH"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS  IS WS-CVARH-FILE-STATUS.
000270     SELECT TREND-REPORT-FILE ASSIGN TO "COBRTRPT"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CONDUCTOR-VARIANCE-FILE
000350     RECORDING MODE IS F.
000360     COPY CVARHREC.
000370 FD  TREND-REPORT-FILE
000380     RECORDING MODE IS F.
000390 01  REPORT-LINE                 PIC X(80).
000400 FD  AUDIT-LOG-FILE
000410     RECORDING MODE IS F.
000420     COPY AUDITREC.
000430 WORKING-STORAGE SECTION.
000440 01  WS-SWITCHES.
000450     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000460         88  WS-EOF                          VALUE "Y".
000470     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000480         88  WS-SIGNON-VALID                 VALUE "Y".
000490     05  WS-CVARH-FILE-STATUS    PIC X(02)   VALUE "00".
000500     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000510 01  WS-MSG-CODE-WK              PIC X(08).
000520 01  WS-MSG-TEXT-WK              PIC X(60).
000530 01  WS-OPERATOR-ID              PIC X(08).
000540 01  WS-OPERATOR-PIN             PIC X(04).
000550 01  WS-SEMANA-INI               PIC 9(08).
000560 01  WS-SEMANA-FIM               PIC 9(08).
000570 01  WS-DATA-NUM                 PIC 9(08).
000580 01  WS-INT-WK                   PIC 9(07).
000590 01  WS-RUN-STAMP-DISP           PIC X(30).
000600     COPY RUNSTAMP.
000610
000620******************************************************************
000630*  PARTIDAS DA SEMANA CARREGADAS EM MEMORIA (NA ORDEM DO ARQUIVO,
000640*  QUE E A ORDEM DAS ENTREGAS) E LISTA DE COBRADORES DISTINTOS,
000650*  COM A MARCA DE FALTAS REPETIDAS PARA A LISTA FINAL.
000660******************************************************************
000670 01  WS-HIST-TABLE.
000680     05  WS-HIST-ENTRY OCCURS 500 TIMES
000690                       INDEXED BY WS-HIST-IDX.
000700         10  WS-HIST-COBRADOR    PIC X(05).
000710         10  WS-HIST-DATE        PIC X(08).
000720         10  WS-HIST-TRIP        PIC X(12).
000730         10  WS-HIST-VARIANCE    PIC S9(07)V99.
000740         10  WS-HIST-RESULT      PIC X(07).
000750         10  WS-HIST-RECEBEDOR   PIC X(08).
000760 01  WS-HIST-COUNT               PIC 9(03)   VALUE ZERO.
000770 01  WS-HIST-DROPPED             PIC 9(05)   VALUE ZERO.
000780 01  WS-COBRADOR-TABLE.
000790     05  WS-COB-ENTRY OCCURS 100 TIMES
000800                      INDEXED BY WS-COB-IDX.
000810         10  WS-COB-ID           PIC X(05).
000820         10  WS-COB-FALTAS       PIC 9(03).
000830         10  WS-COB-TOT-FALTA    PIC S9(07)V99.
000840 01  WS-COBRADOR-COUNT           PIC 9(03)   VALUE ZERO.
000850 01  WS-COB-FOUND-SW             PIC X(01)   VALUE "N".
000860     88  WS-COB-FOUND                        VALUE "Y".
000870
000880******************************************************************
000890*  ACUMULADORES DO COBRADOR EM ANALISE.
000900******************************************************************
000910 01  WS-COBRADOR-WORK.
000920     05  WS-CUR-COBRADOR         PIC X(05).
000930     05  WS-CUM-VARIANCE         PIC S9(07)V99.
000940     05  WS-FALTA-COUNT          PIC 9(03).
000950     05  WS-FALTA-TOTAL          PIC S9(07)V99.
000960 01  WS-HIST-SCAN                PIC 9(03).
000970 01  WS-REPEAT-COUNT             PIC 9(03)   VALUE ZERO.
000980 01  WS-VARIANCE-ED              PIC -ZZZZZZ9.99.
000990 01  WS-CUM-VARIANCE-ED          PIC -ZZZZZZ9.99.
001000
001010 PROCEDURE DIVISION.
001020
001030 0000-MAINLINE.
001040     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001050     PERFORM 1000-INITIALIZE
001060     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
001070         UNTIL WS-EOF
001080     PERFORM 2500-REPORT-COBRADOR THRU 2500-EXIT
001090         VARYING WS-COB-IDX FROM 1 BY 1
001100         UNTIL WS-COB-IDX > WS-COBRADOR-COUNT
001110     PERFORM 2800-REPORT-REPEATED
001120     PERFORM 3000-FINALIZE
001130     STOP RUN.
001140
001150******************************************************************
001160*  0010-SIGN-ON
001170*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001180*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001190******************************************************************
001200 0010-SIGN-ON.
001210     MOVE "N" TO WS-SIGNON-VALID-SW
001220     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001230         UNTIL WS-SIGNON-VALID.
001240 0010-EXIT.
001250     EXIT.
001260
001270 0020-PROMPT-SIGNON.
001280     MOVE "SGN-001" TO WS-MSG-CODE-WK
001290     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001300     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001310     ACCEPT WS-OPERATOR-ID
001320     MOVE "SGN-002" TO WS-MSG-CODE-WK
001330     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001340     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001350     ACCEPT WS-OPERATOR-PIN
001360     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001370                           WS-SIGNON-VALID-SW
001380     IF NOT WS-SIGNON-VALID
001390         MOVE "SGN-003" TO WS-MSG-CODE-WK
001400         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001410         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001420     END-IF.
001430 0020-EXIT.
001440     EXIT.
001450
001460******************************************************************
001470*  1000-INITIALIZE
001480*  PEDE O PRIMEIRO DIA DA SEMANA, ABRE OS ARQUIVOS, GRAVA O
001490*  CARIMBO E O CABECALHO DO RELATORIO E LE O PRIMEIRO REGISTRO DO
001500*  HISTORICO.
001510******************************************************************
001520 1000-INITIALIZE.
001530     DISPLAY "PRIMEIRO DIA DA SEMANA (AAAAMMDD):"
001540     ACCEPT WS-SEMANA-INI
001550     IF WS-SEMANA-INI NOT NUMERIC OR WS-SEMANA-INI = ZERO
001560         DISPLAY "DATA INVALIDA"
001570         MOVE 8 TO RETURN-CODE
001580         STOP RUN
001590     END-IF
001600     COMPUTE WS-INT-WK =
001610         FUNCTION INTEGER-OF-DATE(WS-SEMANA-INI) + 6
001620     COMPUTE WS-SEMANA-FIM =
001630         FUNCTION DATE-OF-INTEGER(WS-INT-WK)
001640     OPEN INPUT CONDUCTOR-VARIANCE-FILE
001650     IF WS-CVARH-FILE-STATUS = "35"
001660         MOVE "Y" TO WS-EOF-SW
001670     END-IF
001680     OPEN OUTPUT TREND-REPORT-FILE
001690     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001700     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001710     ACCEPT RUN-STAMP-ID   FROM TIME
001720     MOVE SPACES TO WS-RUN-STAMP-DISP
001730     STRING "EXECUCAO " DELIMITED BY SIZE
001740            RUN-STAMP-DATE DELIMITED BY SIZE
001750            " " DELIMITED BY SIZE
001760            RUN-STAMP-ID DELIMITED BY SIZE
001770         INTO WS-RUN-STAMP-DISP
001780     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
001790     WRITE REPORT-LINE
001800     MOVE SPACES TO REPORT-LINE
001810     STRING "DIFERENCAS DA BOLSA POR COBRADOR - SEMANA "
001820            WS-SEMANA-INI " A " WS-SEMANA-FIM
001830         DELIMITED BY SIZE INTO REPORT-LINE
001840     WRITE REPORT-LINE
001850     IF NOT WS-EOF
001860         PERFORM 8000-READ-HISTORY
001870     END-IF.
001880
001890******************************************************************
001900*  0100-OPEN-AUDIT-LOG-FILE
001910*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
001920*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
001930******************************************************************
001940 0100-OPEN-AUDIT-LOG-FILE.
001950     OPEN EXTEND AUDIT-LOG-FILE
001960     IF WS-AUDIT-FILE-STATUS = "35"
001970         OPEN OUTPUT AUDIT-LOG-FILE
001980         CLOSE AUDIT-LOG-FILE
001990         OPEN EXTEND AUDIT-LOG-FILE
002000     END-IF.
002010
002020******************************************************************
002030*  2000-LOAD-HISTORY
002040*  CARREGA UMA PARTIDA DA SEMANA NA TABELA EM MEMORIA E ANOTA O
002050*  COBRADOR NA LISTA DE COBRADORES DISTINTOS.
002060******************************************************************
002070 2000-LOAD-HISTORY.
002080     MOVE CVARH-BUS-DATE TO WS-DATA-NUM
002090     IF WS-DATA-NUM < WS-SEMANA-INI
002100         OR WS-DATA-NUM > WS-SEMANA-FIM
002110         GO TO 2000-READ-NEXT
002120     END-IF
002130     IF WS-HIST-COUNT < 500
002140         ADD 1 TO WS-HIST-COUNT
002150         SET WS-HIST-IDX TO WS-HIST-COUNT
002160         MOVE CVARH-COBRADOR  TO WS-HIST-COBRADOR(WS-HIST-IDX)
002170         MOVE CVARH-BUS-DATE  TO WS-HIST-DATE(WS-HIST-IDX)
002180         MOVE CVARH-TRIP-ID   TO WS-HIST-TRIP(WS-HIST-IDX)
002190         MOVE CVARH-VARIANCE  TO WS-HIST-VARIANCE(WS-HIST-IDX)
002200         MOVE CVARH-RESULT    TO WS-HIST-RESULT(WS-HIST-IDX)
002210         MOVE CVARH-RECEBEDOR TO WS-HIST-RECEBEDOR(WS-HIST-IDX)
002220         PERFORM 2100-NOTE-COBRADOR THRU 2100-EXIT
002230     ELSE
002240         ADD 1 TO WS-HIST-DROPPED
002250     END-IF.
002260 2000-READ-NEXT.
002270     PERFORM 8000-READ-HISTORY.
002280 2000-EXIT.
002290     EXIT.
002300
002310 2100-NOTE-COBRADOR.
002320     MOVE "N" TO WS-COB-FOUND-SW
002330     PERFORM 2150-SEARCH-COBRADOR THRU 2150-EXIT
002340         VARYING WS-COB-IDX FROM 1 BY 1
002350         UNTIL WS-COB-IDX > WS-COBRADOR-COUNT OR WS-COB-FOUND
002360     IF NOT WS-COB-FOUND
002370         IF WS-COBRADOR-COUNT < 100
002380             ADD 1 TO WS-COBRADOR-COUNT
002390             SET WS-COB-IDX TO WS-COBRADOR-COUNT
002400             MOVE CVARH-COBRADOR TO WS-COB-ID(WS-COB-IDX)
002410             MOVE ZERO TO WS-COB-FALTAS(WS-COB-IDX)
002420             MOVE ZERO TO WS-COB-TOT-FALTA(WS-COB-IDX)
002430         END-IF
002440     END-IF.
002450 2100-EXIT.
002460     EXIT.
002470
002480 2150-SEARCH-COBRADOR.
002490     IF WS-COB-ID(WS-COB-IDX) = CVARH-COBRADOR
002500         MOVE "Y" TO WS-COB-FOUND-SW
002510     END-IF.
002520 2150-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560*  2500-REPORT-COBRADOR
002570*  EMITE A SECAO DE UM COBRADOR: AS PARTIDAS DA SEMANA NA ORDEM
002580*  DAS ENTREGAS, A DIFERENCA ACUMULADA E O AVISO DE FALTAS
002590*  REPETIDAS (DUAS OU MAIS FALTAS NA SEMANA, SEGUIDAS OU NAO).
002600******************************************************************
002610 2500-REPORT-COBRADOR.
002620     MOVE WS-COB-ID(WS-COB-IDX) TO WS-CUR-COBRADOR
002630     MOVE ZERO TO WS-CUM-VARIANCE
002640     MOVE ZERO TO WS-FALTA-COUNT
002650     MOVE ZERO TO WS-FALTA-TOTAL
002660     MOVE SPACES TO REPORT-LINE
002670     WRITE REPORT-LINE
002680     MOVE SPACES TO REPORT-LINE
002690     STRING "COBRADOR " DELIMITED BY SIZE
002700            WS-CUR-COBRADOR DELIMITED BY SIZE
002710         INTO REPORT-LINE
002720     WRITE REPORT-LINE
002730     PERFORM 2600-REPORT-ONE-TRIP THRU 2600-EXIT
002740         VARYING WS-HIST-SCAN FROM 1 BY 1
002750         UNTIL WS-HIST-SCAN > WS-HIST-COUNT
002760     MOVE WS-FALTA-COUNT TO WS-COB-FALTAS(WS-COB-IDX)
002770     MOVE WS-FALTA-TOTAL TO WS-COB-TOT-FALTA(WS-COB-IDX)
002780     PERFORM 2700-WRITE-COBRADOR-SUMMARY.
002790 2500-EXIT.
002800     EXIT.
002810
002820 2600-REPORT-ONE-TRIP.
002830     SET WS-HIST-IDX TO WS-HIST-SCAN
002840     IF WS-HIST-COBRADOR(WS-HIST-IDX) NOT = WS-CUR-COBRADOR
002850         GO TO 2600-EXIT
002860     END-IF
002870     ADD WS-HIST-VARIANCE(WS-HIST-IDX) TO WS-CUM-VARIANCE
002880     IF WS-HIST-RESULT(WS-HIST-IDX) = "FALTA"
002890         ADD 1 TO WS-FALTA-COUNT
002900         ADD WS-HIST-VARIANCE(WS-HIST-IDX) TO WS-FALTA-TOTAL
002910     END-IF
002920     MOVE WS-HIST-VARIANCE(WS-HIST-IDX) TO WS-VARIANCE-ED
002930     MOVE SPACES TO REPORT-LINE
002940     STRING "  " DELIMITED BY SIZE
002950            WS-HIST-DATE(WS-HIST-IDX) DELIMITED BY SIZE
002960            "  " DELIMITED BY SIZE
002970            WS-HIST-TRIP(WS-HIST-IDX) DELIMITED BY SIZE
002980            "  " DELIMITED BY SIZE
002990            WS-HIST-RESULT(WS-HIST-IDX) DELIMITED BY SIZE
003000            "  R$" DELIMITED BY SIZE
003010            WS-VARIANCE-ED DELIMITED BY SIZE
003020            "  RECEBIDA POR " DELIMITED BY SIZE
003030            WS-HIST-RECEBEDOR(WS-HIST-IDX) DELIMITED BY SIZE
003040         INTO REPORT-LINE
003050     WRITE REPORT-LINE.
003060 2600-EXIT.
003070     EXIT.
003080
003090 2700-WRITE-COBRADOR-SUMMARY.
003100     MOVE WS-CUM-VARIANCE TO WS-CUM-VARIANCE-ED
003110     MOVE SPACES TO REPORT-LINE
003120     STRING "  DIFERENCA ACUMULADA R$" DELIMITED BY SIZE
003130            WS-CUM-VARIANCE-ED DELIMITED BY SIZE
003140            "  FALTAS " DELIMITED BY SIZE
003150            WS-FALTA-COUNT DELIMITED BY SIZE
003160         INTO REPORT-LINE
003170     WRITE REPORT-LINE
003180     IF WS-FALTA-COUNT > 1
003190         MOVE "  *** ATENCAO - FALTAS REPETIDAS NA SEMANA"
003200             TO REPORT-LINE
003210         WRITE REPORT-LINE
003220     END-IF.
003230
003240******************************************************************
003250*  2800-REPORT-REPEATED
003260*  FECHA O RELATORIO COM A LISTA DOS COBRADORES QUE TIVERAM DUAS
003270*  OU MAIS FALTAS NA SEMANA E O TOTAL QUE FALTOU.
003280******************************************************************
003290 2800-REPORT-REPEATED.
003300     MOVE SPACES TO REPORT-LINE
003310     WRITE REPORT-LINE
003320     MOVE "COBRADORES COM FALTAS REPETIDAS NA SEMANA"
003330         TO REPORT-LINE
003340     WRITE REPORT-LINE
003350     PERFORM 2850-REPORT-ONE-REPEATED THRU 2850-EXIT
003360         VARYING WS-COB-IDX FROM 1 BY 1
003370         UNTIL WS-COB-IDX > WS-COBRADOR-COUNT
003380     MOVE SPACES TO REPORT-LINE
003390     STRING "  TOTAL " WS-REPEAT-COUNT " COBRADORES"
003400         DELIMITED BY SIZE INTO REPORT-LINE
003410     WRITE REPORT-LINE
003420     IF WS-HIST-DROPPED > ZERO
003430         MOVE SPACES TO REPORT-LINE
003440         STRING "*** AVISO: " WS-HIST-DROPPED
003450                " PARTIDAS ALEM DA 500A NAO FORAM ANALISADAS"
003460             DELIMITED BY SIZE INTO REPORT-LINE
003470         WRITE REPORT-LINE
003480     END-IF.
003490
003500 2850-REPORT-ONE-REPEATED.
003510     IF WS-COB-FALTAS(WS-COB-IDX) < 2
003520         GO TO 2850-EXIT
003530     END-IF
003540     ADD 1 TO WS-REPEAT-COUNT
003550     MOVE WS-COB-TOT-FALTA(WS-COB-IDX) TO WS-CUM-VARIANCE-ED
003560     MOVE SPACES TO REPORT-LINE
003570     STRING "  " WS-COB-ID(WS-COB-IDX)
003580            "  FALTAS " WS-COB-FALTAS(WS-COB-IDX)
003590            "  TOTAL FALTANTE R$" WS-CUM-VARIANCE-ED
003600         DELIMITED BY SIZE INTO REPORT-LINE
003610     WRITE REPORT-LINE.
003620 2850-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660*  3000-FINALIZE
003670*  GRAVA O RESUMO DA EXECUCAO NA TRILHA DE AUDITORIA E FECHA OS
003680*  ARQUIVOS.
003690******************************************************************
003700 3000-FINALIZE.
003710     PERFORM 7000-WRITE-AUDIT
003720     IF WS-CVARH-FILE-STATUS NOT = "35"
003730         CLOSE CONDUCTOR-VARIANCE-FILE
003740     END-IF
003750     CLOSE TREND-REPORT-FILE
003760     CLOSE AUDIT-LOG-FILE.
003770
003780******************************************************************
003790*  7000-WRITE-AUDIT
003800*  GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COMPARTILHADA.
003810******************************************************************
003820 7000-WRITE-AUDIT.
003830     MOVE "COBRTEND"          TO AUDIT-PROGRAM-ID
003840     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
003850     ACCEPT AUDIT-TIME FROM TIME
003860     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
003870     MOVE WS-SEMANA-INI       TO AUDIT-KEY
003880     MOVE SPACES              TO AUDIT-DETAIL
003890     STRING "COBRADORES=" WS-COBRADOR-COUNT
003900            " PARTIDAS=" WS-HIST-COUNT
003910            " FALTAS REPETIDAS=" WS-REPEAT-COUNT
003920         DELIMITED BY SIZE INTO AUDIT-DETAIL
003930     CALL "AUDITWR" USING AUDIT-RECORD.
003940
003950******************************************************************
003960*  8000-READ-HISTORY
003970*  LE O PROXIMO REGISTRO DO HISTORICO DO COBRADOR.
003980******************************************************************
003990 8000-READ-HISTORY.
004000     READ CONDUCTOR-VARIANCE-FILE
004010         AT END
004020             MOVE "Y" TO WS-EOF-SW
004030     END-READ.
