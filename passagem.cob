000160*      MESMA CHAVE RUN-DATE/RUN-ID/SEQ);
000170*    - CAIXAS ATIVOS DO TELLMAST SEM CONTAGEM DE FECHAMENTO NO
000180*      CASHCNT;
000190*    - PASSOS DO NOTURNO QUE O NIGHTCKP MOSTRA INACABADOS HOJE;
000200*    - TAREFAS PERIODICAS DE MANUTENCAO (TAREFAS) VENCIDAS E
000210*      AINDA NAO LANCADAS COMO FEITAS NO TAREFMAN.
000220*  O MATINAL COBRE A MANHA; ESTA PAGINA COBRE AS 14:00.
000230*-----------------------------------------------------------------
000240*  MODIFICATION HISTORY
000250*  DATE       INIT  DESCRIPTION
000260*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000270*  2026-10-15 AFG   O CAIXA QUE PASSOU A GAVETA A OUTRO NO MEIO DO
000280*                   TURNO (CONTAGEM "H") JA ENCERROU A SESSAO DELE
000290*                   E NAO APARECE MAIS COMO ATIVO SEM CONTAGEM DE
000300*                   FECHAMENTO.
000310*  2026-10-15 AFG   NOVA SECAO COM AS TAREFAS PERIODICAS DE
000320*                   MANUTENCAO VENCIDAS (CADASTRO TAREFAS, MANTIDO
000330*                   PELO TAREFMAN), CONTADAS NOS ITENS EM ABERTO.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT COMMON-REJECT-FILE ASSIGN TO "REJECTS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-REJ-FILE-STATUS.
000410     SELECT VOID-REQUEST-FILE ASSIGN TO "VOIDREQ"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-VREQ-FILE-STATUS.
000440     SELECT TICKET-FILE ASSIGN TO "TICKETS"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-TKT-FILE-STATUS.
000470     SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-TLM-FILE-STATUS.
000500     SELECT CASH-COUNT-FILE ASSIGN TO "CASHCNT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-CASH-FILE-STATUS.
000530     SELECT STREAM-CHECKPOINT-FILE ASSIGN TO "NIGHTCKP"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-CKPT-FILE-STATUS.
000560     SELECT TAREFA-FILE ASSIGN TO "TAREFAS"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS WS-TAR-FILE-STATUS.
000590     SELECT HANDOVER-REPORT-FILE ASSIGN TO "PASSARPT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  COMMON-REJECT-FILE
000670     RECORDING MODE IS F.
000680     COPY REJEITREC.
000690 FD  VOID-REQUEST-FILE
000700     RECORDING MODE IS F.
000710     COPY VOIDREQREC.
000720 FD  TICKET-FILE
000730     RECORDING MODE IS F.
000740     COPY TICKETREC.
000750 FD  TELLER-MASTER-FILE
000760     RECORDING MODE IS F.
000770     COPY TELLMREC.
000780 FD  CASH-COUNT-FILE
000790     RECORDING MODE IS F.
000800     COPY TILLREC.
000810 FD  STREAM-CHECKPOINT-FILE
000820     RECORDING MODE IS F.
000830     COPY STRMCKPT.
000840 FD  TAREFA-FILE
000850     RECORDING MODE IS F.
000860     COPY TAREFREC.
000870 FD  HANDOVER-REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  REPORT-LINE                 PIC X(80).
000900 FD  AUDIT-LOG-FILE
000910     RECORDING MODE IS F.
000920     COPY AUDITREC.
000930 WORKING-STORAGE SECTION.
000940 01  WS-SWITCHES.
000950     05  WS-REJ-FILE-STATUS      PIC X(02)   VALUE "00".
000960     05  WS-VREQ-FILE-STATUS     PIC X(02)   VALUE "00".
000970     05  WS-TKT-FILE-STATUS      PIC X(02)   VALUE "00".
000980     05  WS-TLM-FILE-STATUS      PIC X(02)   VALUE "00".
000990     05  WS-CASH-FILE-STATUS     PIC X(02)   VALUE "00".
001000     05  WS-CKPT-FILE-STATUS     PIC X(02)   VALUE "00".
001010     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001020     05  WS-REJ-EOF-SW           PIC X(01)   VALUE "N".
001030         88  WS-REJ-EOF                      VALUE "Y".
001040     05  WS-VREQ-EOF-SW          PIC X(01)   VALUE "N".
001050         88  WS-VREQ-EOF                     VALUE "Y".
001060     05  WS-TKT-EOF-SW           PIC X(01)   VALUE "N".
001070         88  WS-TKT-EOF                      VALUE "Y".
001080     05  WS-TLM-EOF-SW           PIC X(01)   VALUE "N".
001090         88  WS-TLM-EOF                      VALUE "Y".
001100     05  WS-CASH-EOF-SW          PIC X(01)   VALUE "N".
001110         88  WS-CASH-EOF                     VALUE "Y".
001120     05  WS-CKPT-EOF-SW          PIC X(01)   VALUE "N".
001130         88  WS-CKPT-EOF                     VALUE "Y".
001140     05  WS-TAR-FILE-STATUS      PIC X(02)   VALUE "00".
001150     05  WS-TAR-EOF-SW           PIC X(01)   VALUE "N".
001160         88  WS-TAR-EOF                      VALUE "Y".
001170     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001180         88  WS-SIGNON-VALID                 VALUE "Y".
001190     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001200         88  WS-FOUND                        VALUE "Y".
001210 01  WS-MSG-CODE-WK              PIC X(08).
001220 01  WS-MSG-TEXT-WK              PIC X(60).
001230 01  WS-OPERATOR-ID              PIC X(08).
001240 01  WS-OPERATOR-PIN             PIC X(04).
001250 01  WS-RUN-STAMP-DISP           PIC X(30).
001260     COPY RUNSTAMP.
001270 01  WS-SCAN                     PIC 9(03).
001280 01  WS-ITENS-ABERTOS            PIC 9(04)   VALUE ZERO.
001290******************************************************************
001300*  REJEITADOS PENDENTES AGRUPADOS POR PROGRAMA.
001310******************************************************************
001320 01  WS-RJ-TABLE.
001330     05  WS-RJ-ENTRY OCCURS 20 TIMES
001340                     INDEXED BY WS-RJ-IDX.
001350         10  WS-RJ-PROG          PIC X(12).
001360         10  WS-RJ-COUNT         PIC 9(04).
001370 01  WS-RJ-TOTAL                 PIC 9(03)   VALUE ZERO.
001380******************************************************************
001390*  PEDIDOS DE ESTORNO DO VOIDREQ, MARCADOS QUANDO A REVERSAO
001400*  CORRESPONDENTE APARECE NO TICKETS.
001410******************************************************************
001420 01  WS-VQ-TABLE.
001430     05  WS-VQ-ENTRY OCCURS 50 TIMES
001440                     INDEXED BY WS-VQ-IDX.
001450         10  WS-VQ-RUN-DATE      PIC X(08).
001460         10  WS-VQ-RUN-ID        PIC X(08).
001470         10  WS-VQ-SEQ           PIC 9(05).
001480         10  WS-VQ-APLICADO-SW   PIC X(01).
001490 01  WS-VQ-COUNT                 PIC 9(03)   VALUE ZERO.
001500******************************************************************
001510*  CAIXAS ATIVOS E SE O CASHCNT JA TEM O FECHAMENTO DE CADA UM.
001520******************************************************************
001530 01  WS-TL-TABLE.
001540     05  WS-TL-ENTRY OCCURS 100 TIMES
001550                     INDEXED BY WS-TL-IDX.
001560         10  WS-TL-ID            PIC X(05).
001570         10  WS-TL-NAME          PIC X(30).
001580         10  WS-TL-FECHOU-SW     PIC X(01).
001590 01  WS-TL-COUNT                 PIC 9(03)   VALUE ZERO.
001600
001610 PROCEDURE DIVISION.
001620
001630 0000-MAINLINE.
001640     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001650     PERFORM 1000-INITIALIZE
001660     PERFORM 2000-SCAN-REJECTS THRU 2000-EXIT
001670     PERFORM 2200-SCAN-VOIDREQ THRU 2200-EXIT
001680     PERFORM 2400-SCAN-TELLERS THRU 2400-EXIT
001690     PERFORM 3000-REPORT THRU 3000-EXIT
001700     PERFORM 4000-FINALIZE
001710     STOP RUN.
001720
001730******************************************************************
001740*  0010-SIGN-ON
001750*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001760*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001770******************************************************************
001780 0010-SIGN-ON.
001790     MOVE "N" TO WS-SIGNON-VALID-SW
001800     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001810         UNTIL WS-SIGNON-VALID.
001820 0010-EXIT.
001830     EXIT.
001840
001850 0020-PROMPT-SIGNON.
001860     MOVE "SGN-001" TO WS-MSG-CODE-WK
001870     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001880     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001890     ACCEPT WS-OPERATOR-ID
001900     MOVE "SGN-002" TO WS-MSG-CODE-WK
001910     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001920     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001930     ACCEPT WS-OPERATOR-PIN
001940     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001950                           WS-SIGNON-VALID-SW
001960     IF NOT WS-SIGNON-VALID
001970         MOVE "SGN-003" TO WS-MSG-CODE-WK
001980         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001990         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002000     END-IF.
002010 0020-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050*  1000-INITIALIZE
002060*  ABRE O RELATORIO E A AUDITORIA E GRAVA O CABECALHO.
002070******************************************************************
002080 1000-INITIALIZE.
002090     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002100     ACCEPT RUN-STAMP-ID   FROM TIME
002110     OPEN OUTPUT HANDOVER-REPORT-FILE
002120     PERFORM 0100-OPEN-AUDIT-LOG-FILE
002130     MOVE SPACES TO WS-RUN-STAMP-DISP
002140     STRING "EXECUCAO " DELIMITED BY SIZE
002150            RUN-STAMP-DATE DELIMITED BY SIZE
002160            " " DELIMITED BY SIZE
002170            RUN-STAMP-ID DELIMITED BY SIZE
002180         INTO WS-RUN-STAMP-DISP
002190     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
002200     WRITE REPORT-LINE
002210     MOVE "PASSAGEM DE TURNO - ITENS EM ABERTO"
002220         TO REPORT-LINE
002230     WRITE REPORT-LINE.
002240
002250******************************************************************
002260*  0100-OPEN-AUDIT-LOG-FILE
002270*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002280*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002290******************************************************************
002300 0100-OPEN-AUDIT-LOG-FILE.
002310     OPEN EXTEND AUDIT-LOG-FILE
002320     IF WS-AUDIT-FILE-STATUS = "35"
002330         OPEN OUTPUT AUDIT-LOG-FILE
002340         CLOSE AUDIT-LOG-FILE
002350         OPEN EXTEND AUDIT-LOG-FILE
002360     END-IF.
002370
002380******************************************************************
002390*  2000-SCAN-REJECTS
002400*  CONTA OS REJEITADOS PENDENTES DO ARQUIVO COMUM POR PROGRAMA.
002410******************************************************************
002420 2000-SCAN-REJECTS.
002430     OPEN INPUT COMMON-REJECT-FILE
002440     IF WS-REJ-FILE-STATUS NOT = "00"
002450         GO TO 2000-EXIT
002460     END-IF
002470     PERFORM 2100-ONE-REJECT THRU 2100-EXIT
002480         UNTIL WS-REJ-EOF
002490     CLOSE COMMON-REJECT-FILE.
002500 2000-EXIT.
002510     EXIT.
002520
002530 2100-ONE-REJECT.
002540     READ COMMON-REJECT-FILE
002550         AT END
002560             MOVE "Y" TO WS-REJ-EOF-SW
002570             GO TO 2100-EXIT
002580     END-READ
002590     IF NOT REJ-PENDENTE
002600         GO TO 2100-EXIT
002610     END-IF
002620     MOVE "N" TO WS-FOUND-SW
002630     PERFORM 2150-MATCH-PROG THRU 2150-EXIT
002640         VARYING WS-RJ-IDX FROM 1 BY 1
002650         UNTIL WS-RJ-IDX > WS-RJ-TOTAL OR WS-FOUND
002660     IF NOT WS-FOUND AND WS-RJ-TOTAL < 20
002670         ADD 1 TO WS-RJ-TOTAL
002680         SET WS-RJ-IDX TO WS-RJ-TOTAL
002690         MOVE REJ-PROGRAM-ID TO WS-RJ-PROG(WS-RJ-IDX)
002700         MOVE 1 TO WS-RJ-COUNT(WS-RJ-IDX)
002710     END-IF.
002720 2100-EXIT.
002730     EXIT.
002740
002750 2150-MATCH-PROG.
002760     IF WS-RJ-PROG(WS-RJ-IDX) = REJ-PROGRAM-ID
002770         MOVE "Y" TO WS-FOUND-SW
002780         ADD 1 TO WS-RJ-COUNT(WS-RJ-IDX)
002790     END-IF.
002800 2150-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*  2200-SCAN-VOIDREQ
002850*  CARREGA OS PEDIDOS DE ESTORNO E MARCA OS QUE JA TEM A
002860*  REVERSAO GRAVADA NO TICKETS.
002870******************************************************************
002880 2200-SCAN-VOIDREQ.
002890     OPEN INPUT VOID-REQUEST-FILE
002900     IF WS-VREQ-FILE-STATUS NOT = "00"
002910         GO TO 2200-EXIT
002920     END-IF
002930     PERFORM 2250-ONE-VOIDREQ THRU 2250-EXIT
002940         UNTIL WS-VREQ-EOF
002950     CLOSE VOID-REQUEST-FILE
002960     IF WS-VQ-COUNT = ZERO
002970         GO TO 2200-EXIT
002980     END-IF
002990     OPEN INPUT TICKET-FILE
003000     IF WS-TKT-FILE-STATUS NOT = "00"
003010         GO TO 2200-EXIT
003020     END-IF
003030     PERFORM 2300-ONE-TICKET THRU 2300-EXIT
003040         UNTIL WS-TKT-EOF
003050     CLOSE TICKET-FILE.
003060 2200-EXIT.
003070     EXIT.
003080
003090 2250-ONE-VOIDREQ.
003100     READ VOID-REQUEST-FILE
003110         AT END
003120             MOVE "Y" TO WS-VREQ-EOF-SW
003130             GO TO 2250-EXIT
003140     END-READ
003150     IF VREQ-SEQ NOT NUMERIC OR WS-VQ-COUNT >= 50
003160         GO TO 2250-EXIT
003170     END-IF
003180     ADD 1 TO WS-VQ-COUNT
003190     SET WS-VQ-IDX TO WS-VQ-COUNT
003200     MOVE VREQ-RUN-DATE TO WS-VQ-RUN-DATE(WS-VQ-IDX)
003210     MOVE VREQ-RUN-ID   TO WS-VQ-RUN-ID(WS-VQ-IDX)
003220     MOVE VREQ-SEQ      TO WS-VQ-SEQ(WS-VQ-IDX)
003230     MOVE "N"           TO WS-VQ-APLICADO-SW(WS-VQ-IDX).
003240 2250-EXIT.
003250     EXIT.
003260
003270 2300-ONE-TICKET.
003280     READ TICKET-FILE
003290         AT END
003300             MOVE "Y" TO WS-TKT-EOF-SW
003310             GO TO 2300-EXIT
003320     END-READ
003330     IF TICKET-CATEGORIA(1:7) NOT = "ESTORNO"
003340         GO TO 2300-EXIT
003350     END-IF
003360     PERFORM 2350-MATCH-VOIDREQ THRU 2350-EXIT
003370         VARYING WS-SCAN FROM 1 BY 1
003380         UNTIL WS-SCAN > WS-VQ-COUNT.
003390 2300-EXIT.
003400     EXIT.
003410
003420 2350-MATCH-VOIDREQ.
003430     SET WS-VQ-IDX TO WS-SCAN
003440     IF WS-VQ-RUN-DATE(WS-VQ-IDX) = TICKET-RUN-DATE
003450         AND WS-VQ-RUN-ID(WS-VQ-IDX) = TICKET-RUN-ID
003460         AND WS-VQ-SEQ(WS-VQ-IDX) = TICKET-SEQ
003470         MOVE "Y" TO WS-VQ-APLICADO-SW(WS-VQ-IDX)
003480     END-IF.
003490 2350-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530*  2400-SCAN-TELLERS
003540*  CARREGA OS CAIXAS ATIVOS E MARCA OS QUE JA TEM CONTAGEM DE
003550*  FECHAMENTO NO CASHCNT.
003560******************************************************************
003570 2400-SCAN-TELLERS.
003580     OPEN INPUT TELLER-MASTER-FILE
003590     IF WS-TLM-FILE-STATUS NOT = "00"
003600         GO TO 2400-EXIT
003610     END-IF
003620     PERFORM 2450-ONE-TELLER THRU 2450-EXIT
003630         UNTIL WS-TLM-EOF
003640     CLOSE TELLER-MASTER-FILE
003650     OPEN INPUT CASH-COUNT-FILE
003660     IF WS-CASH-FILE-STATUS NOT = "00"
003670         GO TO 2400-EXIT
003680     END-IF
003690     PERFORM 2500-ONE-COUNT THRU 2500-EXIT
003700         UNTIL WS-CASH-EOF
003710     CLOSE CASH-COUNT-FILE.
003720 2400-EXIT.
003730     EXIT.
003740
003750 2450-ONE-TELLER.
003760     READ TELLER-MASTER-FILE
003770         AT END
003780             MOVE "Y" TO WS-TLM-EOF-SW
003790             GO TO 2450-EXIT
003800     END-READ
003810     IF TELLM-ATIVO AND WS-TL-COUNT < 100
003820         ADD 1 TO WS-TL-COUNT
003830         SET WS-TL-IDX TO WS-TL-COUNT
003840         MOVE TELLM-ID   TO WS-TL-ID(WS-TL-IDX)
003850         MOVE TELLM-NAME TO WS-TL-NAME(WS-TL-IDX)
003860         MOVE "N"        TO WS-TL-FECHOU-SW(WS-TL-IDX)
003870     END-IF.
003880 2450-EXIT.
003890     EXIT.
003900
003910 2500-ONE-COUNT.
003920     READ CASH-COUNT-FILE
003930         AT END
003940             MOVE "Y" TO WS-CASH-EOF-SW
003950             GO TO 2500-EXIT
003960     END-READ
003970     IF NOT TILL-FECHAMENTO AND NOT TILL-PASSAGEM
003980         GO TO 2500-EXIT
003990     END-IF
004000     PERFORM 2550-MATCH-TELLER THRU 2550-EXIT
004010         VARYING WS-SCAN FROM 1 BY 1
004020         UNTIL WS-SCAN > WS-TL-COUNT.
004030 2500-EXIT.
004040     EXIT.
004050
004060 2550-MATCH-TELLER.
004070     SET WS-TL-IDX TO WS-SCAN
004080     IF WS-TL-ID(WS-TL-IDX) = TILL-TELLER-ID
004090         MOVE "Y" TO WS-TL-FECHOU-SW(WS-TL-IDX)
004100     END-IF.
004110 2550-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150*  3000-REPORT
004160*  AS CINCO SECOES DA PAGINA E A LINHA DE ASSINATURA.
004170******************************************************************
004180 3000-REPORT.
004190     MOVE SPACES TO REPORT-LINE
004200     WRITE REPORT-LINE
004210     MOVE "REJEITADOS PENDENTES POR PROGRAMA:" TO REPORT-LINE
004220     WRITE REPORT-LINE
004230     IF WS-RJ-TOTAL = ZERO
004240         MOVE "  NENHUM" TO REPORT-LINE
004250         WRITE REPORT-LINE
004260     END-IF
004270     PERFORM 3100-ONE-REJ-LINE THRU 3100-EXIT
004280         VARYING WS-SCAN FROM 1 BY 1
004290         UNTIL WS-SCAN > WS-RJ-TOTAL
004300     MOVE SPACES TO REPORT-LINE
004310     WRITE REPORT-LINE
004320     MOVE "ESTORNOS SOLICITADOS E NAO APLICADOS:"
004330         TO REPORT-LINE
004340     WRITE REPORT-LINE
004350     MOVE "N" TO WS-FOUND-SW
004360     PERFORM 3200-ONE-VQ-LINE THRU 3200-EXIT
004370         VARYING WS-SCAN FROM 1 BY 1
004380         UNTIL WS-SCAN > WS-VQ-COUNT
004390     IF NOT WS-FOUND
004400         MOVE "  NENHUM" TO REPORT-LINE
004410         WRITE REPORT-LINE
004420     END-IF
004430     MOVE SPACES TO REPORT-LINE
004440     WRITE REPORT-LINE
004450     MOVE "CAIXAS ATIVOS SEM CONTAGEM DE FECHAMENTO:"
004460         TO REPORT-LINE
004470     WRITE REPORT-LINE
004480     MOVE "N" TO WS-FOUND-SW
004490     PERFORM 3300-ONE-TL-LINE THRU 3300-EXIT
004500         VARYING WS-SCAN FROM 1 BY 1
004510         UNTIL WS-SCAN > WS-TL-COUNT
004520     IF NOT WS-FOUND
004530         MOVE "  NENHUM" TO REPORT-LINE
004540         WRITE REPORT-LINE
004550     END-IF
004560     MOVE SPACES TO REPORT-LINE
004570     WRITE REPORT-LINE
004580     MOVE "PASSOS DO NOTURNO INACABADOS HOJE:" TO REPORT-LINE
004590     WRITE REPORT-LINE
004600     PERFORM 3400-SCAN-CKPT THRU 3400-EXIT
004610     MOVE SPACES TO REPORT-LINE
004620     WRITE REPORT-LINE
004630     MOVE "TAREFAS DE MANUTENCAO VENCIDAS:" TO REPORT-LINE
004640     WRITE REPORT-LINE
004650     PERFORM 3500-SCAN-TAREFAS THRU 3500-EXIT
004660     MOVE SPACES TO REPORT-LINE
004670     WRITE REPORT-LINE
004680     MOVE SPACES TO REPORT-LINE
004690     STRING "ITENS EM ABERTO: " WS-ITENS-ABERTOS
004700         DELIMITED BY SIZE INTO REPORT-LINE
004710     WRITE REPORT-LINE
004720     MOVE SPACES TO REPORT-LINE
004730     WRITE REPORT-LINE
004740     MOVE "RECEBIDO POR: ________________  HORA: ______"
004750         TO REPORT-LINE
004760     WRITE REPORT-LINE.
004770 3000-EXIT.
004780     EXIT.
004790
004800 3100-ONE-REJ-LINE.
004810     SET WS-RJ-IDX TO WS-SCAN
004820     ADD WS-RJ-COUNT(WS-RJ-IDX) TO WS-ITENS-ABERTOS
004830     MOVE SPACES TO REPORT-LINE
004840     STRING "  " WS-RJ-PROG(WS-RJ-IDX)
004850            " PENDENTES " WS-RJ-COUNT(WS-RJ-IDX)
004860         DELIMITED BY SIZE INTO REPORT-LINE
004870     WRITE REPORT-LINE.
004880 3100-EXIT.
004890     EXIT.
004900
004910 3200-ONE-VQ-LINE.
004920     SET WS-VQ-IDX TO WS-SCAN
004930     IF WS-VQ-APLICADO-SW(WS-VQ-IDX) = "Y"
004940         GO TO 3200-EXIT
004950     END-IF
004960     MOVE "Y" TO WS-FOUND-SW
004970     ADD 1 TO WS-ITENS-ABERTOS
004980     MOVE SPACES TO REPORT-LINE
004990     STRING "  " WS-VQ-RUN-DATE(WS-VQ-IDX)
005000            "/" WS-VQ-RUN-ID(WS-VQ-IDX)
005010            " SEQ " WS-VQ-SEQ(WS-VQ-IDX)
005020         DELIMITED BY SIZE INTO REPORT-LINE
005030     WRITE REPORT-LINE.
005040 3200-EXIT.
005050     EXIT.
005060
005070 3300-ONE-TL-LINE.
005080     SET WS-TL-IDX TO WS-SCAN
005090     IF WS-TL-FECHOU-SW(WS-TL-IDX) = "Y"
005100         GO TO 3300-EXIT
005110     END-IF
005120     MOVE "Y" TO WS-FOUND-SW
005130     ADD 1 TO WS-ITENS-ABERTOS
005140     MOVE SPACES TO REPORT-LINE
005150     STRING "  " WS-TL-ID(WS-TL-IDX)
005160            " " WS-TL-NAME(WS-TL-IDX)
005170         DELIMITED BY SIZE INTO REPORT-LINE
005180     WRITE REPORT-LINE.
005190 3300-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230*  3400-SCAN-CKPT
005240*  LISTA OS PASSOS DO NIGHTCKP DE HOJE QUE NAO CHEGARAM AO
005250*  STATUS COMPLETO.
005260******************************************************************
005270 3400-SCAN-CKPT.
005280     MOVE "N" TO WS-FOUND-SW
005290     OPEN INPUT STREAM-CHECKPOINT-FILE
005300     IF WS-CKPT-FILE-STATUS NOT = "00"
005310         MOVE "  SEM CHECKPOINT GRAVADO" TO REPORT-LINE
005320         WRITE REPORT-LINE
005330         GO TO 3400-EXIT
005340     END-IF
005350     PERFORM 3450-ONE-CKPT THRU 3450-EXIT
005360         UNTIL WS-CKPT-EOF
005370     CLOSE STREAM-CHECKPOINT-FILE
005380     IF NOT WS-FOUND
005390         MOVE "  NENHUM" TO REPORT-LINE
005400         WRITE REPORT-LINE
005410     END-IF.
005420 3400-EXIT.
005430     EXIT.
005440
005450 3450-ONE-CKPT.
005460     READ STREAM-CHECKPOINT-FILE
005470         AT END
005480             MOVE "Y" TO WS-CKPT-EOF-SW
005490             GO TO 3450-EXIT
005500     END-READ
005510     IF CKPT-RUN-DATE NOT = RUN-STAMP-DATE
005520         OR CKPT-COMPLETE
005530         GO TO 3450-EXIT
005540     END-IF
005550     MOVE "Y" TO WS-FOUND-SW
005560     ADD 1 TO WS-ITENS-ABERTOS
005570     MOVE SPACES TO REPORT-LINE
005580     STRING "  " CKPT-STEP-NAME " INACABADO"
005590         DELIMITED BY SIZE INTO REPORT-LINE
005600     WRITE REPORT-LINE.
005610 3450-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650*  3500-SCAN-TAREFAS
005660*  LISTA AS TAREFAS PERIODICAS ATIVAS COM VENCIMENTO ANTERIOR A
005670*  HOJE - A CONCLUSAO LANCADA NO TAREFMAN EMPURRA O VENCIMENTO
005680*  PARA A FRENTE E A TAREFA SAI DESTA SECAO.
005690******************************************************************
005700 3500-SCAN-TAREFAS.
005710     MOVE "N" TO WS-FOUND-SW
005720     OPEN INPUT TAREFA-FILE
005730     IF WS-TAR-FILE-STATUS NOT = "00"
005740         MOVE "  SEM CADASTRO DE TAREFAS" TO REPORT-LINE
005750         WRITE REPORT-LINE
005760         GO TO 3500-EXIT
005770     END-IF
005780     PERFORM 3550-ONE-TAREFA THRU 3550-EXIT
005790         UNTIL WS-TAR-EOF
005800     CLOSE TAREFA-FILE
005810     IF NOT WS-FOUND
005820         MOVE "  NENHUMA" TO REPORT-LINE
005830         WRITE REPORT-LINE
005840     END-IF.
005850 3500-EXIT.
005860     EXIT.
005870
005880 3550-ONE-TAREFA.
005890     READ TAREFA-FILE
005900         AT END
005910             MOVE "Y" TO WS-TAR-EOF-SW
005920             GO TO 3550-EXIT
005930     END-READ
005940     IF TAR-SUSPENSA
005950         OR TAR-PROX-VENC NOT NUMERIC
005960         OR TAR-PROX-VENC NOT < RUN-STAMP-DATE
005970         GO TO 3550-EXIT
005980     END-IF
005990     MOVE "Y" TO WS-FOUND-SW
006000     ADD 1 TO WS-ITENS-ABERTOS
006010     MOVE SPACES TO REPORT-LINE
006020     STRING "  " TAR-ID " " TAR-DESCRICAO
006030            " VENCEU " TAR-PROX-VENC
006040            " " TAR-RESP-NOME
006050         DELIMITED BY SIZE INTO REPORT-LINE
006060     WRITE REPORT-LINE.
006070 3550-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110*  4000-FINALIZE
006120*  GRAVA O RESUMO NA TRILHA DE AUDITORIA E FECHA OS ARQUIVOS.
006130******************************************************************
006140 4000-FINALIZE.
006150     PERFORM 7000-WRITE-AUDIT
006160     CLOSE HANDOVER-REPORT-FILE
006170     CLOSE AUDIT-LOG-FILE
006180     DISPLAY "PASSAGEM DE TURNO GRAVADA EM PASSARPT - ITENS"
006190             " EM ABERTO: " WS-ITENS-ABERTOS.
006200
006210******************************************************************
006220*  7000-WRITE-AUDIT
006230*  GRAVA O RESUMO DA PASSAGEM NA TRILHA DE AUDITORIA.
006240******************************************************************
006250 7000-WRITE-AUDIT.
006260     MOVE "PASSAGEM"         TO AUDIT-PROGRAM-ID
006270     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
006280     ACCEPT AUDIT-TIME FROM TIME
006290     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
006300     MOVE SPACES              TO AUDIT-KEY
006310     MOVE SPACES              TO AUDIT-DETAIL
006320     STRING "ITENS-ABERTOS=" WS-ITENS-ABERTOS
006330         DELIMITED BY SIZE INTO AUDIT-DETAIL
006340     CALL "AUDITWR" USING AUDIT-RECORD.
