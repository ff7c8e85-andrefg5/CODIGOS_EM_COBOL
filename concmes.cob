000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONCMES.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - CARTEIRAS NEGADAS NO EMBARQUE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  CONCMES.CBL
000090*  RELATORIO MENSAL DAS TENTATIVAS DE GRATUIDADE/DESCONTO NEGADAS
000100*  NO EMBARQUE: PARA CADA ROTA, CONTA AS PASSAGENS DO MES QUE O
000110*  VIAGEM COBROU PELA TARIFA INTEIRA POR FALTA DE CARTEIRA VALIDA
000120*  (CONCLOG), SEPARANDO AS RECUSADAS (SEM CARTEIRA, CARTEIRA FORA
000130*  DO CADASTRO OU CANCELADA) DAS VENCIDAS (VALIDADE PASSADA OU
000140*  CARTEIRA DE ESTUDANTE CADUCADA PELA TRANSFERENCIA DO ALUNO).
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT CONC-LOG-FILE ASSIGN TO "CONCLOG"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS  IS WS-CCL-FILE-STATUS.
000260     SELECT CONC-REPORT-FILE ASSIGN TO "CONCRPT"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  CONC-LOG-FILE
000340     RECORDING MODE IS F.
000350     COPY CONCLOGREC.
000360 FD  CONC-REPORT-FILE
000370     RECORDING MODE IS F.
000380 01  REPORT-LINE                 PIC X(80).
000390 FD  AUDIT-LOG-FILE
000400     RECORDING MODE IS F.
000410     COPY AUDITREC.
000420 WORKING-STORAGE SECTION.
000430 01  WS-SWITCHES.
000440     05  WS-CCL-EOF-SW           PIC X(01)   VALUE "N".
000450         88  WS-CCL-EOF                      VALUE "Y".
000460     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000470         88  WS-SIGNON-VALID                 VALUE "Y".
000480     05  WS-CCL-FILE-STATUS      PIC X(02)   VALUE "00".
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
000600 01  WS-TOTAL-PASS               PIC 9(07)   VALUE ZERO.
000610 01  WS-TOTAL-RECUSADAS          PIC 9(07)   VALUE ZERO.
000620 01  WS-TOTAL-VENCIDAS           PIC 9(07)   VALUE ZERO.
000630 01  WS-TOTAL-TARIFA             PIC 9(09)V99 VALUE ZERO.
000640 01  WS-SEM-VAGA                 PIC 9(07)   VALUE ZERO.
000650 01  WS-TARIFA-ED                PIC ZZZZZZ9.99.
000660
000670******************************************************************
000680*  ACUMULADO DO MES POR ROTA, COM A CONTAGEM DE CADA MOTIVO.
000690******************************************************************
000700 01  WS-CR-TABLE.
000710     05  WS-CR-ENTRY OCCURS 50 TIMES
000720                     INDEXED BY WS-CR-IDX.
000730         10  WS-CR-ROTA          PIC X(03).
000740         10  WS-CR-PASS          PIC 9(07).
000750         10  WS-CR-SEM-CART      PIC 9(07).
000760         10  WS-CR-DESCONHECIDA  PIC 9(07).
000770         10  WS-CR-CANCELADA     PIC 9(07).
000780         10  WS-CR-VENCIDA       PIC 9(07).
000790         10  WS-CR-CADUCADA      PIC 9(07).
000800         10  WS-CR-TARIFA        PIC 9(09)V99.
000810 01  WS-CR-COUNT                 PIC 9(03)   VALUE ZERO.
000820 01  WS-CR-RECUSADAS             PIC 9(07).
000830 01  WS-CR-VENCIDAS              PIC 9(07).
000840
000850 PROCEDURE DIVISION.
000860
000870 0000-MAINLINE.
000880     PERFORM 0010-SIGN-ON THRU 0010-EXIT
000890     PERFORM 1000-INITIALIZE
000900     PERFORM 2000-TALLY-CONC THRU 2000-EXIT
000910         UNTIL WS-CCL-EOF
000920     PERFORM 3000-FINALIZE
000930     STOP RUN.
000940
000950******************************************************************
000960*  0010-SIGN-ON
000970*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
000980*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
000990******************************************************************
001000 0010-SIGN-ON.
001010     MOVE "N" TO WS-SIGNON-VALID-SW
001020     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001030         UNTIL WS-SIGNON-VALID.
001040 0010-EXIT.
001050     EXIT.
001060
001070 0020-PROMPT-SIGNON.
001080     MOVE "SGN-001" TO WS-MSG-CODE-WK
001090     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001100     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001110     ACCEPT WS-OPERATOR-ID
001120     MOVE "SGN-002" TO WS-MSG-CODE-WK
001130     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001140     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001150     ACCEPT WS-OPERATOR-PIN
001160     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001170                           WS-SIGNON-VALID-SW
001180     IF NOT WS-SIGNON-VALID
001190         MOVE "SGN-003" TO WS-MSG-CODE-WK
001200         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001210         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001220     END-IF.
001230 0020-EXIT.
001240     EXIT.
001250
001260******************************************************************
001270*  1000-INITIALIZE
001280*  PEDE O MES A APURAR, ABRE OS ARQUIVOS E GRAVA O CABECALHO.
001290******************************************************************
001300 1000-INITIALIZE.
001310     DISPLAY "INFORME O MES (AAAAMM, BRANCO=MES ATUAL):"
001320     ACCEPT WS-MES
001330     IF WS-MES = SPACES
001340         ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001350         MOVE RUN-STAMP-DATE(1:6) TO WS-MES
001360     END-IF
001370     OPEN INPUT CONC-LOG-FILE
001380     IF WS-CCL-FILE-STATUS = "35"
001390         MOVE "Y" TO WS-CCL-EOF-SW
001400     END-IF
001410     OPEN OUTPUT CONC-REPORT-FILE
001420     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001430     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001440     ACCEPT RUN-STAMP-ID   FROM TIME
001450     MOVE SPACES TO WS-RUN-STAMP-DISP
001460     STRING "EXECUCAO " DELIMITED BY SIZE
001470            RUN-STAMP-DATE DELIMITED BY SIZE
001480            " " DELIMITED BY SIZE
001490            RUN-STAMP-ID DELIMITED BY SIZE
001500         INTO WS-RUN-STAMP-DISP
001510     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
001520     WRITE REPORT-LINE
001530     MOVE SPACES TO REPORT-LINE
001540     STRING "CARTEIRAS NEGADAS NO EMBARQUE POR ROTA - MES " WS-MES
001550         DELIMITED BY SIZE INTO REPORT-LINE
001560     WRITE REPORT-LINE
001570     IF NOT WS-CCL-EOF
001580         PERFORM 8000-READ-CONC-LOG
001590     END-IF.
001600
001610******************************************************************
001620*  0100-OPEN-AUDIT-LOG-FILE
001630*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
001640*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
001650******************************************************************
001660 0100-OPEN-AUDIT-LOG-FILE.
001670     OPEN EXTEND AUDIT-LOG-FILE
001680     IF WS-AUDIT-FILE-STATUS = "35"
001690         OPEN OUTPUT AUDIT-LOG-FILE
001700         CLOSE AUDIT-LOG-FILE
001710         OPEN EXTEND AUDIT-LOG-FILE
001720     END-IF.
001730
001740******************************************************************
001750*  2000-TALLY-CONC
001760*  SOMA UMA TENTATIVA NEGADA DO MES APURADO NA ROTA DELA (VALE A
001770*  DATA DE VIAGEM DA PASSAGEM).
001780******************************************************************
001790 2000-TALLY-CONC.
001800     IF CCL-DATA(1:6) NOT = WS-MES
001810         OR CCL-TARIFA NOT NUMERIC
001820         OR NOT (CCL-RECUSADA OR CCL-EXPIRADA)
001830         PERFORM 8000-READ-CONC-LOG
001840         GO TO 2000-EXIT
001850     END-IF
001860     ADD 1 TO WS-TOTAL-PASS
001870     IF CCL-RECUSADA
001880         ADD 1 TO WS-TOTAL-RECUSADAS
001890     ELSE
001900         ADD 1 TO WS-TOTAL-VENCIDAS
001910     END-IF
001920     ADD CCL-TARIFA TO WS-TOTAL-TARIFA
001930     MOVE "N" TO WS-FOUND-SW
001940     PERFORM 2100-MATCH-ROTA THRU 2100-EXIT
001950         VARYING WS-CR-IDX FROM 1 BY 1
001960         UNTIL WS-CR-IDX > WS-CR-COUNT OR WS-FOUND
001970     IF NOT WS-FOUND
001980         IF WS-CR-COUNT < 50
001990             ADD 1 TO WS-CR-COUNT
002000             SET WS-CR-IDX TO WS-CR-COUNT
002010             MOVE CCL-ROTA  TO WS-CR-ROTA(WS-CR-IDX)
002020             MOVE ZERO      TO WS-CR-PASS(WS-CR-IDX)
002030             MOVE ZERO      TO WS-CR-SEM-CART(WS-CR-IDX)
002040             MOVE ZERO      TO WS-CR-DESCONHECIDA(WS-CR-IDX)
002050             MOVE ZERO      TO WS-CR-CANCELADA(WS-CR-IDX)
002060             MOVE ZERO      TO WS-CR-VENCIDA(WS-CR-IDX)
002070             MOVE ZERO      TO WS-CR-CADUCADA(WS-CR-IDX)
002080             MOVE ZERO      TO WS-CR-TARIFA(WS-CR-IDX)
002090             PERFORM 2200-ADD-ROTA
002100         ELSE
002110             ADD 1 TO WS-SEM-VAGA
002120         END-IF
002130     END-IF
002140     PERFORM 8000-READ-CONC-LOG.
002150 2000-EXIT.
002160     EXIT.
002170
002180 2100-MATCH-ROTA.
002190     IF WS-CR-ROTA(WS-CR-IDX) = CCL-ROTA
002200         MOVE "Y" TO WS-FOUND-SW
002210         PERFORM 2200-ADD-ROTA
002220     END-IF.
002230 2100-EXIT.
002240     EXIT.
002250
002260 2200-ADD-ROTA.
002270     ADD 1 TO WS-CR-PASS(WS-CR-IDX)
002280     EVALUATE CCL-MOTIVO
002290         WHEN "S"
002300             ADD 1 TO WS-CR-SEM-CART(WS-CR-IDX)
002310         WHEN "D"
002320             ADD 1 TO WS-CR-DESCONHECIDA(WS-CR-IDX)
002330         WHEN "C"
002340             ADD 1 TO WS-CR-CANCELADA(WS-CR-IDX)
002350         WHEN "V"
002360             ADD 1 TO WS-CR-VENCIDA(WS-CR-IDX)
002370         WHEN "T"
002380             ADD 1 TO WS-CR-CADUCADA(WS-CR-IDX)
002390     END-EVALUATE
002400     ADD CCL-TARIFA TO WS-CR-TARIFA(WS-CR-IDX).
002410
002420******************************************************************
002430*  3000-FINALIZE
002440*  EMITE TRES LINHAS POR ROTA (TENTATIVAS, RECUSADAS POR MOTIVO E
002450*  VENCIDAS POR MOTIVO, COM A TARIFA INTEIRA COBRADA) E O TOTAL,
002460*  GRAVA O RESUMO NA AUDITORIA E FECHA OS ARQUIVOS.
002470******************************************************************
002480 3000-FINALIZE.
002490     MOVE SPACES TO REPORT-LINE
002500     WRITE REPORT-LINE
002510     PERFORM 3100-WRITE-ONE-ROTA THRU 3100-EXIT
002520         VARYING WS-SCAN FROM 1 BY 1
002530         UNTIL WS-SCAN > WS-CR-COUNT
002540     MOVE SPACES TO REPORT-LINE
002550     WRITE REPORT-LINE
002560     MOVE WS-TOTAL-TARIFA TO WS-TARIFA-ED
002570     MOVE SPACES TO REPORT-LINE
002580     STRING "TOTAL  TENTATIVAS NEGADAS NO MES: " WS-TOTAL-PASS
002590            "  COBRADO R$" WS-TARIFA-ED
002600         DELIMITED BY SIZE INTO REPORT-LINE
002610     WRITE REPORT-LINE
002620     MOVE SPACES TO REPORT-LINE
002630     STRING "       RECUSADAS " WS-TOTAL-RECUSADAS
002640            "  VENCIDAS " WS-TOTAL-VENCIDAS
002650         DELIMITED BY SIZE INTO REPORT-LINE
002660     WRITE REPORT-LINE
002670     IF WS-SEM-VAGA > ZERO
002680         MOVE SPACES TO REPORT-LINE
002690         STRING "*** AVISO: " WS-SEM-VAGA
002700                " PASSAGEM(NS) DE ROTA SEM VAGA NA TABELA -"
002710                " SO NO TOTAL"
002720             DELIMITED BY SIZE INTO REPORT-LINE
002730         WRITE REPORT-LINE
002740     END-IF
002750     PERFORM 7000-WRITE-AUDIT
002760     IF WS-CCL-FILE-STATUS NOT = "35"
002770         CLOSE CONC-LOG-FILE
002780     END-IF
002790     CLOSE CONC-REPORT-FILE
002800     CLOSE AUDIT-LOG-FILE.
002810
002820 3100-WRITE-ONE-ROTA.
002830     SET WS-CR-IDX TO WS-SCAN
002840     COMPUTE WS-CR-RECUSADAS = WS-CR-SEM-CART(WS-CR-IDX)
002850                             + WS-CR-DESCONHECIDA(WS-CR-IDX)
002860                             + WS-CR-CANCELADA(WS-CR-IDX)
002870     COMPUTE WS-CR-VENCIDAS  = WS-CR-VENCIDA(WS-CR-IDX)
002880                             + WS-CR-CADUCADA(WS-CR-IDX)
002890     MOVE WS-CR-TARIFA(WS-CR-IDX) TO WS-TARIFA-ED
002900     MOVE SPACES TO REPORT-LINE
002910     STRING "ROTA " WS-CR-ROTA(WS-CR-IDX)
002920            "  TENTATIVAS " WS-CR-PASS(WS-CR-IDX)
002930            "  COBRADO R$" WS-TARIFA-ED
002940         DELIMITED BY SIZE INTO REPORT-LINE
002950     WRITE REPORT-LINE
002960     MOVE SPACES TO REPORT-LINE
002970     STRING "       RECUSADAS " WS-CR-RECUSADAS
002980            " (SEM CART " WS-CR-SEM-CART(WS-CR-IDX)
002990            " FORA CAD " WS-CR-DESCONHECIDA(WS-CR-IDX)
003000            " CANC " WS-CR-CANCELADA(WS-CR-IDX) ")"
003010         DELIMITED BY SIZE INTO REPORT-LINE
003020     WRITE REPORT-LINE
003030     MOVE SPACES TO REPORT-LINE
003040     STRING "       VENCIDAS  " WS-CR-VENCIDAS
003050            " (VALIDADE " WS-CR-VENCIDA(WS-CR-IDX)
003060            " ALUNO TRANSFERIDO " WS-CR-CADUCADA(WS-CR-IDX) ")"
003070         DELIMITED BY SIZE INTO REPORT-LINE
003080     WRITE REPORT-LINE.
003090 3100-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130*  7000-WRITE-AUDIT
003140*  GRAVA O RESUMO DA APURACAO NA TRILHA DE AUDITORIA.
003150******************************************************************
003160 7000-WRITE-AUDIT.
003170     MOVE "CONCMES"           TO AUDIT-PROGRAM-ID
003180     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
003190     ACCEPT AUDIT-TIME FROM TIME
003200     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
003210     MOVE WS-MES              TO AUDIT-KEY
003220     MOVE SPACES              TO AUDIT-DETAIL
003230     STRING "ROTAS=" WS-CR-COUNT " NEGADAS=" WS-TOTAL-PASS
003240            " RECUSADAS=" WS-TOTAL-RECUSADAS
003250            " VENCIDAS=" WS-TOTAL-VENCIDAS
003260         DELIMITED BY SIZE INTO AUDIT-DETAIL
003270     CALL "AUDITWR" USING AUDIT-RECORD.
003280
003290******************************************************************
003300*  8000-READ-CONC-LOG
003310*  LE A PROXIMA TENTATIVA NEGADA DO CONCLOG.
003320******************************************************************
003330 8000-READ-CONC-LOG.
003340     READ CONC-LOG-FILE
003350         AT END
003360             MOVE "Y" TO WS-CCL-EOF-SW
003370     END-READ.
