000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PASSBACK.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - PASSES DEVOLVIDOS PELA JANELA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PASSBACK.CBL
000090*  RELATORIO SEMANAL DO ANTI-PASSBACK: VARRE O TICKETS ATRAS DAS
000100*  PASSAGENS COM MOTIVO "PBK" (GRAVADAS PELO VIAGEM QUANDO O MESMO
000110*  PASSE MENSAL EMBARCA DE NOVO NA MESMA PARTIDA, OU EM OUTRA
000120*  PARTIDA DA MESMA ROTA DENTRO DA JANELA) NOS SETE DIAS A PARTIR
000130*  DO DIA INFORMADO, E ORDENA OS PASSES PELO NUMERO DE RECUSAS,
000140*  COM O TITULAR DO PASSMAST - O BALCAO PROCURA PRIMEIRO QUEM
000150*  ESTA NO ALTO DA LISTA. SAI NO PBACKRPT.
000160*-----------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000200******************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000270     SELECT PASS-MASTER-FILE ASSIGN TO "PASSMAST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS  IS WS-PASSM-FILE-STATUS.
000300     SELECT PASSBACK-REPORT-FILE ASSIGN TO "PBACKRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  TICKETS-FILE
000380     RECORDING MODE IS F.
000390     COPY TICKETREC.
000400 FD  PASS-MASTER-FILE
000410     RECORDING MODE IS F.
000420     COPY PASSMREC.
000430 FD  PASSBACK-REPORT-FILE
000440     RECORDING MODE IS F.
000450 01  REPORT-LINE                 PIC X(80).
000460 FD  AUDIT-LOG-FILE
000470     RECORDING MODE IS F.
000480     COPY AUDITREC.
000490 WORKING-STORAGE SECTION.
000500 01  WS-SWITCHES.
000510     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000520     05  WS-PASSM-FILE-STATUS    PIC X(02)   VALUE "00".
000530     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000540     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000550         88  WS-TICKET-EOF                   VALUE "Y".
000560     05  WS-PASSM-EOF-SW         PIC X(01)   VALUE "N".
000570         88  WS-PASSM-EOF                    VALUE "Y".
000580     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000590         88  WS-SIGNON-VALID                 VALUE "Y".
000600     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000610         88  WS-FOUND                        VALUE "Y".
000620 01  WS-MSG-CODE-WK              PIC X(08).
000630 01  WS-MSG-TEXT-WK              PIC X(60).
000640 01  WS-OPERATOR-ID              PIC X(08).
000650 01  WS-OPERATOR-PIN             PIC X(04).
000660 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000670 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000680     88  WS-AUTHORIZED                       VALUE "Y".
000690 01  WS-RUN-STAMP-DISP           PIC X(30).
000700     COPY RUNSTAMP.
000710 01  WS-SEMANA-INI               PIC 9(08).
000720 01  WS-SEMANA-FIM               PIC 9(08).
000730 01  WS-INT-WK                   PIC 9(07).
000740 01  WS-TRIES-COUNT              PIC 9(05)   VALUE ZERO.
000750 01  WS-SEM-VAGA                 PIC 9(05)   VALUE ZERO.
000760 01  WS-SCAN                     PIC 9(03).
000770 01  WS-RANK                     PIC 9(03).
000780 01  WS-MAIOR                    PIC 9(03).
000790 01  WS-HOLDER-WK                PIC X(20).
000800
000810******************************************************************
000820*  RECUSAS POR PASSE NA SEMANA, COM A ULTIMA ROTA E A ULTIMA DATA
000830*  EM QUE O PASSE FOI RECUSADO.
000840******************************************************************
000850 01  WS-PB-TABLE.
000860     05  WS-PB-ENTRY OCCURS 200 TIMES
000870                     INDEXED BY WS-PB-IDX.
000880         10  WS-PB-PASSE         PIC X(10).
000890         10  WS-PB-TRIES         PIC 9(04).
000900         10  WS-PB-ROTA          PIC X(03).
000910         10  WS-PB-DATA          PIC X(08).
000920         10  WS-PB-IMPRESSO      PIC X(01).
000930 01  WS-PB-COUNT                 PIC 9(03)   VALUE ZERO.
000940
000950******************************************************************
000960*  TITULARES DOS PASSES, DO PASSMAST.
000970******************************************************************
000980 01  WS-PM-TABLE.
000990     05  WS-PM-ENTRY OCCURS 500 TIMES
001000                     INDEXED BY WS-PM-IDX.
001010         10  WS-PM-NUMERO        PIC X(10).
001020         10  WS-PM-HOLDER        PIC X(20).
001030 01  WS-PM-COUNT                 PIC 9(03)   VALUE ZERO.
001040
001050 PROCEDURE DIVISION.
001060
001070 0000-MAINLINE.
001080     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001090*    ROTINA DE RELATORIO - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001100     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001110                         WS-AUTHORIZED-SW
001120     IF NOT WS-AUTHORIZED
001130         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001140         MOVE 8 TO RETURN-CODE
001150         STOP RUN
001160     END-IF
001170     PERFORM 1000-INITIALIZE
001180     PERFORM 2000-SCAN-TICKET THRU 2000-EXIT
001190         UNTIL WS-TICKET-EOF
001200     PERFORM 3000-PRINT-RANKING
001210     PERFORM 4000-FINALIZE
001220     STOP RUN.
001230
001240******************************************************************
001250*  0010-SIGN-ON
001260*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001270*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001280******************************************************************
001290 0010-SIGN-ON.
001300     MOVE "N" TO WS-SIGNON-VALID-SW
001310     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001320         UNTIL WS-SIGNON-VALID.
001330 0010-EXIT.
001340     EXIT.
001350
001360 0020-PROMPT-SIGNON.
001370     MOVE "SGN-001" TO WS-MSG-CODE-WK
001380     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001390     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001400     ACCEPT WS-OPERATOR-ID
001410     MOVE "SGN-002" TO WS-MSG-CODE-WK
001420     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001430     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001440     ACCEPT WS-OPERATOR-PIN
001450     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001460                           WS-SIGNON-VALID-SW
001470     IF NOT WS-SIGNON-VALID
001480         MOVE "SGN-003" TO WS-MSG-CODE-WK
001490         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001500         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001510     END-IF.
001520 0020-EXIT.
001530     EXIT.
001540
001550******************************************************************
001560*  1000-INITIALIZE
001570*  PEDE O PRIMEIRO DIA DA SEMANA, CARREGA OS TITULARES DO
001580*  PASSMAST, ABRE OS ARQUIVOS E GRAVA O CABECALHO.
001590******************************************************************
001600 1000-INITIALIZE.
001610     DISPLAY "PRIMEIRO DIA DA SEMANA (AAAAMMDD):"
001620     ACCEPT WS-SEMANA-INI
001630     IF WS-SEMANA-INI NOT NUMERIC OR WS-SEMANA-INI = ZERO
001640         DISPLAY "DATA INVALIDA"
001650         MOVE 8 TO RETURN-CODE
001660         STOP RUN
001670     END-IF
001680     COMPUTE WS-INT-WK =
001690         FUNCTION INTEGER-OF-DATE(WS-SEMANA-INI) + 6
001700     COMPUTE WS-SEMANA-FIM =
001710         FUNCTION DATE-OF-INTEGER(WS-INT-WK)
001720     OPEN INPUT PASS-MASTER-FILE
001730     IF WS-PASSM-FILE-STATUS = "00"
001740         PERFORM 1100-LOAD-ONE-PASS THRU 1100-EXIT
001750             UNTIL WS-PASSM-EOF
001760         CLOSE PASS-MASTER-FILE
001770     END-IF
001780     OPEN INPUT TICKETS-FILE
001790     IF WS-TICKETS-FILE-STATUS = "35"
001800         MOVE "Y" TO WS-TICKET-EOF-SW
001810     END-IF
001820     OPEN OUTPUT PASSBACK-REPORT-FILE
001830     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001840     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001850     ACCEPT RUN-STAMP-ID   FROM TIME
001860     MOVE SPACES TO WS-RUN-STAMP-DISP
001870     STRING "EXECUCAO " DELIMITED BY SIZE
001880            RUN-STAMP-DATE DELIMITED BY SIZE
001890            " " DELIMITED BY SIZE
001900            RUN-STAMP-ID DELIMITED BY SIZE
001910         INTO WS-RUN-STAMP-DISP
001920     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
001930     WRITE REPORT-LINE
001940     MOVE SPACES TO REPORT-LINE
001950     STRING "PASSES RECUSADOS POR PASSBACK - SEMANA "
001960            WS-SEMANA-INI " A " WS-SEMANA-FIM
001970         DELIMITED BY SIZE INTO REPORT-LINE
001980     WRITE REPORT-LINE
001990     MOVE SPACES TO REPORT-LINE
002000     WRITE REPORT-LINE
002010     IF NOT WS-TICKET-EOF
002020         PERFORM 8000-READ-TICKET
002030     END-IF.
002040
002050 1100-LOAD-ONE-PASS.
002060     READ PASS-MASTER-FILE
002070         AT END
002080             MOVE "Y" TO WS-PASSM-EOF-SW
002090             GO TO 1100-EXIT
002100     END-READ
002110     IF WS-PM-COUNT < 500
002120         ADD 1 TO WS-PM-COUNT
002130         SET WS-PM-IDX TO WS-PM-COUNT
002140         MOVE PASSM-NUMERO TO WS-PM-NUMERO(WS-PM-IDX)
002150         MOVE PASSM-HOLDER TO WS-PM-HOLDER(WS-PM-IDX)
002160     END-IF.
002170 1100-EXIT.
002180     EXIT.
002190
002200******************************************************************
002210*  0100-OPEN-AUDIT-LOG-FILE
002220*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002230*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002240******************************************************************
002250 0100-OPEN-AUDIT-LOG-FILE.
002260     OPEN EXTEND AUDIT-LOG-FILE
002270     IF WS-AUDIT-FILE-STATUS = "35"
002280         OPEN OUTPUT AUDIT-LOG-FILE
002290         CLOSE AUDIT-LOG-FILE
002300         OPEN EXTEND AUDIT-LOG-FILE
002310     END-IF.
002320
002330******************************************************************
002340*  2000-SCAN-TICKET
002350*  ACUMULA POR PASSE CADA PASSAGEM DA SEMANA COM MOTIVO "PBK".
002360******************************************************************
002370 2000-SCAN-TICKET.
002380     IF TICKET-REASON NOT = "PBK"
002390         OR TICKET-DATE < WS-SEMANA-INI
002400         OR TICKET-DATE > WS-SEMANA-FIM
002410         GO TO 2000-NEXT
002420     END-IF
002430     ADD 1 TO WS-TRIES-COUNT
002440     MOVE "N" TO WS-FOUND-SW
002450     PERFORM 2100-MATCH-PASSE THRU 2100-EXIT
002460         VARYING WS-PB-IDX FROM 1 BY 1
002470         UNTIL WS-PB-IDX > WS-PB-COUNT OR WS-FOUND
002480     IF NOT WS-FOUND
002490         IF WS-PB-COUNT < 200
002500             ADD 1 TO WS-PB-COUNT
002510             SET WS-PB-IDX TO WS-PB-COUNT
002520             MOVE TICKET-PASSE TO WS-PB-PASSE(WS-PB-IDX)
002530             MOVE 1            TO WS-PB-TRIES(WS-PB-IDX)
002540             MOVE TICKET-ROTA  TO WS-PB-ROTA(WS-PB-IDX)
002550             MOVE TICKET-DATE  TO WS-PB-DATA(WS-PB-IDX)
002560             MOVE "N"          TO WS-PB-IMPRESSO(WS-PB-IDX)
002570         ELSE
002580             ADD 1 TO WS-SEM-VAGA
002590         END-IF
002600     END-IF.
002610 2000-NEXT.
002620     PERFORM 8000-READ-TICKET.
002630 2000-EXIT.
002640     EXIT.
002650
002660 2100-MATCH-PASSE.
002670     IF WS-PB-PASSE(WS-PB-IDX) = TICKET-PASSE
002680         MOVE "Y" TO WS-FOUND-SW
002690         ADD 1 TO WS-PB-TRIES(WS-PB-IDX)
002700         IF TICKET-DATE NOT < WS-PB-DATA(WS-PB-IDX)
002710             MOVE TICKET-ROTA TO WS-PB-ROTA(WS-PB-IDX)
002720             MOVE TICKET-DATE TO WS-PB-DATA(WS-PB-IDX)
002730         END-IF
002740     END-IF.
002750 2100-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790*  3000-PRINT-RANKING
002800*  IMPRIME OS PASSES DO MAIS RECUSADO PARA O MENOS RECUSADO: A
002810*  CADA VOLTA ESCOLHE O MAIOR AINDA NAO IMPRESSO.
002820******************************************************************
002830 3000-PRINT-RANKING.
002840     MOVE "POS  PASSE       RECUSAS  ULT.ROTA ULT.DATA  TITULAR"
002850         TO REPORT-LINE
002860     WRITE REPORT-LINE
002870     PERFORM 3100-PRINT-NEXT THRU 3100-EXIT
002880         VARYING WS-RANK FROM 1 BY 1
002890         UNTIL WS-RANK > WS-PB-COUNT
002900     MOVE SPACES TO REPORT-LINE
002910     WRITE REPORT-LINE
002920     MOVE SPACES TO REPORT-LINE
002930     STRING "RECUSAS NA SEMANA: " WS-TRIES-COUNT
002940            "  PASSES: " WS-PB-COUNT
002950         DELIMITED BY SIZE INTO REPORT-LINE
002960     WRITE REPORT-LINE
002970     IF WS-SEM-VAGA > ZERO
002980         MOVE SPACES TO REPORT-LINE
002990         STRING "*** AVISO: " WS-SEM-VAGA
003000                " RECUSA(S) DE PASSE SEM VAGA NA TABELA -"
003010                " SO NO TOTAL"
003020             DELIMITED BY SIZE INTO REPORT-LINE
003030         WRITE REPORT-LINE
003040     END-IF.
003050
003060 3100-PRINT-NEXT.
003070     MOVE ZERO TO WS-MAIOR
003080     PERFORM 3150-FIND-MAIOR THRU 3150-EXIT
003090         VARYING WS-SCAN FROM 1 BY 1
003100         UNTIL WS-SCAN > WS-PB-COUNT
003110     IF WS-MAIOR = ZERO
003120         GO TO 3100-EXIT
003130     END-IF
003140     SET WS-PB-IDX TO WS-MAIOR
003150     MOVE "Y" TO WS-PB-IMPRESSO(WS-PB-IDX)
003160     MOVE SPACES TO WS-HOLDER-WK
003170     PERFORM 3200-MATCH-HOLDER THRU 3200-EXIT
003180         VARYING WS-PM-IDX FROM 1 BY 1
003190         UNTIL WS-PM-IDX > WS-PM-COUNT
003200     MOVE SPACES TO REPORT-LINE
003210     STRING WS-RANK "  " WS-PB-PASSE(WS-PB-IDX)
003220            "  " WS-PB-TRIES(WS-PB-IDX)
003230            "     " WS-PB-ROTA(WS-PB-IDX)
003240            "      " WS-PB-DATA(WS-PB-IDX)
003250            "  " WS-HOLDER-WK
003260         DELIMITED BY SIZE INTO REPORT-LINE
003270     WRITE REPORT-LINE.
003280 3100-EXIT.
003290     EXIT.
003300
003310 3150-FIND-MAIOR.
003320     IF WS-PB-IMPRESSO(WS-SCAN) = "Y"
003330         GO TO 3150-EXIT
003340     END-IF
003350     IF WS-MAIOR = ZERO
003360         MOVE WS-SCAN TO WS-MAIOR
003370         GO TO 3150-EXIT
003380     END-IF
003390     IF WS-PB-TRIES(WS-SCAN) > WS-PB-TRIES(WS-MAIOR)
003400         MOVE WS-SCAN TO WS-MAIOR
003410     END-IF.
003420 3150-EXIT.
003430     EXIT.
003440
003450 3200-MATCH-HOLDER.
003460     IF WS-PM-NUMERO(WS-PM-IDX) = WS-PB-PASSE(WS-PB-IDX)
003470         MOVE WS-PM-HOLDER(WS-PM-IDX) TO WS-HOLDER-WK
003480     END-IF.
003490 3200-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530*  4000-FINALIZE
003540*  REGISTRA O RELATORIO NA AUDITORIA E FECHA OS ARQUIVOS.
003550******************************************************************
003560 4000-FINALIZE.
003570     PERFORM 7000-WRITE-AUDIT
003580     IF WS-TICKETS-FILE-STATUS NOT = "35"
003590         CLOSE TICKETS-FILE
003600     END-IF
003610     CLOSE PASSBACK-REPORT-FILE
003620     CLOSE AUDIT-LOG-FILE
003630     DISPLAY "RELATORIO GRAVADO EM PBACKRPT".
003640
003650******************************************************************
003660*  7000-WRITE-AUDIT
003670*  GRAVA O RESUMO DO RELATORIO NA TRILHA DE AUDITORIA.
003680******************************************************************
003690 7000-WRITE-AUDIT.
003700     MOVE "PASSBACK"         TO AUDIT-PROGRAM-ID
003710     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
003720     ACCEPT AUDIT-TIME FROM TIME
003730     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
003740     MOVE WS-SEMANA-INI       TO AUDIT-KEY
003750     MOVE SPACES              TO AUDIT-DETAIL
003760     STRING "RECUSAS=" WS-TRIES-COUNT
003770            " PASSES=" WS-PB-COUNT
003780            " ATE " WS-SEMANA-FIM
003790         DELIMITED BY SIZE INTO AUDIT-DETAIL
003800     CALL "AUDITWR" USING AUDIT-RECORD.
003810
003820******************************************************************
003830*  8000-READ-TICKET
003840*  LE A PROXIMA PASSAGEM DO ARQUIVO DIARIO.
003850******************************************************************
003860 8000-READ-TICKET.
003870     READ TICKETS-FILE
003880         AT END
003890             MOVE "Y" TO WS-TICKET-EOF-SW
003900     END-READ.
