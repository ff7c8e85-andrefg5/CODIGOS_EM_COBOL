000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DISPONIB.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - DISPONIBILIDADE DE ASSENTOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  DISPONIB.CBL
000090*  LISTAGEM DE DISPONIBILIDADE DE ASSENTOS DO DIA PARA O BALCAO.
000100*  PARA A DATA DE VIAGEM PEDIDA, MOSTRA CADA PARTIDA COM VEICULO
000110*  ATRIBUIDO (TRIPVEIC) OU JA COM RESERVA NO ESTOQUE (ASSENTOS):
000120*  O VEICULO, A CAPACIDADE SENTADA (VEICMAST), OS ASSENTOS JA
000130*  RESERVADOS PELA VENDA ANTECIPADA E DE GRUPO, OS LIVRES E A
000140*  LISTA DE ESPERA (ESPERA) - RESERVAS AGUARDANDO (QUANTAS E
000150*  QUANTOS ASSENTOS) E PROMOVIDAS AINDA NAO EMITIDAS. GRAVA O
000160*  RELATORIO EM DISPORPT.
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000210******************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEICMAST"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS  IS WS-VEIC-FILE-STATUS.
000280     SELECT TRIP-VEHICLE-FILE ASSIGN TO "TRIPVEIC"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS  IS WS-TRV-FILE-STATUS.
000310     SELECT SEAT-INVENTORY-FILE ASSIGN TO "ASSENTOS"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS  IS WS-ASS-FILE-STATUS.
000340     SELECT WAITLIST-FILE ASSIGN TO "ESPERA"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS  IS WS-ESP-FILE-STATUS.
000370     SELECT AVAILABILITY-REPORT-FILE ASSIGN TO "DISPORPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  VEHICLE-MASTER-FILE
000450     RECORDING MODE IS F.
000460     COPY VEICREC.
000470 FD  TRIP-VEHICLE-FILE
000480     RECORDING MODE IS F.
000490     COPY TRIPVEICREC.
000500 FD  SEAT-INVENTORY-FILE
000510     RECORDING MODE IS F.
000520     COPY ASSENTREC.
000530 FD  WAITLIST-FILE
000540     RECORDING MODE IS F.
000550     COPY ESPERAREC.
000560 FD  AVAILABILITY-REPORT-FILE
000570     RECORDING MODE IS F.
000580 01  REPORT-LINE                 PIC X(80).
000590 FD  AUDIT-LOG-FILE
000600     RECORDING MODE IS F.
000610     COPY AUDITREC.
000620 WORKING-STORAGE SECTION.
000630 01  WS-SWITCHES.
000640     05  WS-VEIC-FILE-STATUS     PIC X(02)   VALUE "00".
000650     05  WS-TRV-FILE-STATUS      PIC X(02)   VALUE "00".
000660     05  WS-ASS-FILE-STATUS      PIC X(02)   VALUE "00".
000670     05  WS-ESP-FILE-STATUS      PIC X(02)   VALUE "00".
000680     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000690     05  WS-VEIC-EOF-SW          PIC X(01)   VALUE "N".
000700         88  WS-VEIC-EOF                     VALUE "Y".
000710     05  WS-TRV-EOF-SW           PIC X(01)   VALUE "N".
000720         88  WS-TRV-EOF                      VALUE "Y".
000730     05  WS-ASS-EOF-SW           PIC X(01)   VALUE "N".
000740         88  WS-ASS-EOF                      VALUE "Y".
000750     05  WS-ESP-EOF-SW           PIC X(01)   VALUE "N".
000760         88  WS-ESP-EOF                      VALUE "Y".
000770     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000780         88  WS-SIGNON-VALID                 VALUE "Y".
000790     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000800         88  WS-FOUND                        VALUE "Y".
000810 01  WS-MSG-CODE-WK              PIC X(08).
000820 01  WS-MSG-TEXT-WK              PIC X(60).
000830 01  WS-OPERATOR-ID              PIC X(08).
000840 01  WS-OPERATOR-PIN             PIC X(04).
000850 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000860 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000870     88  WS-AUTHORIZED                       VALUE "Y".
000880 01  WS-RUN-STAMP-DISP           PIC X(30).
000890     COPY RUNSTAMP.
000900 01  WS-DIA                      PIC X(08).
000910 01  WS-SCAN                     PIC 9(03).
000920 01  WS-CAPACIDADE               PIC 9(03).
000930 01  WS-VEIC-WK                  PIC X(06).
000940 01  WS-TRIP-WK                  PIC X(12).
000950 01  WS-LIVRES                   PIC 9(03).
000960 01  WS-LOTADA-COUNT             PIC 9(03)   VALUE ZERO.
000970 01  WS-SEM-VEIC-COUNT           PIC 9(03)   VALUE ZERO.
000980 01  WS-ESPERA-TOTAL             PIC 9(05)   VALUE ZERO.
000990 01  WS-DP-DROPPED               PIC 9(03)   VALUE ZERO.
001000
001010******************************************************************
001020*  VEICULOS (SO ASSENTOS) E ATRIBUICOES CARREGADOS NA
001030*  INICIALIZACAO, COMO NO LOTACAO.
001040******************************************************************
001050 01  WS-VE-TABLE.
001060     05  WS-VE-ENTRY OCCURS 50 TIMES
001070                     INDEXED BY WS-VE-IDX.
001080         10  WS-VE-ID            PIC X(06).
001090         10  WS-VE-ASSENTOS      PIC 9(03).
001100 01  WS-VE-COUNT                 PIC 9(03)   VALUE ZERO.
001110 01  WS-TV-TABLE.
001120     05  WS-TV-ENTRY OCCURS 200 TIMES
001130                     INDEXED BY WS-TV-IDX.
001140         10  WS-TV-TRIP          PIC X(12).
001150         10  WS-TV-VEIC          PIC X(06).
001160 01  WS-TV-COUNT                 PIC 9(03)   VALUE ZERO.
001170
001180******************************************************************
001190*  UMA LINHA POR PARTIDA DO DIA: PRIMEIRO AS DO TRIPVEIC, DEPOIS
001200*  AS QUE SO APARECEM NO ESTOQUE OU NA LISTA DE ESPERA.
001210******************************************************************
001220 01  WS-DP-TABLE.
001230     05  WS-DP-ENTRY OCCURS 300 TIMES
001240                     INDEXED BY WS-DP-IDX.
001250         10  WS-DP-TRIP          PIC X(12).
001260         10  WS-DP-VEIC          PIC X(06).
001270         10  WS-DP-CAPACIDADE    PIC 9(03).
001280         10  WS-DP-RESERVADOS    PIC 9(03).
001290         10  WS-DP-ESPERA-N      PIC 9(03).
001300         10  WS-DP-ESPERA-QTD    PIC 9(03).
001310         10  WS-DP-PROMOVIDAS    PIC 9(03).
001320 01  WS-DP-COUNT                 PIC 9(03)   VALUE ZERO.
001330 01  WS-DP-POS                   PIC 9(03)   VALUE ZERO.
001340
001350 PROCEDURE DIVISION.
001360
001370 0000-MAINLINE.
001380     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001390*    ROTINA DE RELATORIO - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001400     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001410                         WS-AUTHORIZED-SW
001420     IF NOT WS-AUTHORIZED
001430         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001440         MOVE 8 TO RETURN-CODE
001450         STOP RUN
001460     END-IF
001470     PERFORM 1000-INITIALIZE
001480     PERFORM 2000-MONTA-PARTIDAS THRU 2000-EXIT
001490     PERFORM 3000-PRINT-DISPONIB
001500     PERFORM 4000-FINALIZE
001510     STOP RUN.
001520
001530******************************************************************
001540*  0010-SIGN-ON
001550*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001560*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001570******************************************************************
001580 0010-SIGN-ON.
001590     MOVE "N" TO WS-SIGNON-VALID-SW
001600     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001610         UNTIL WS-SIGNON-VALID.
001620 0010-EXIT.
001630     EXIT.
001640
001650 0020-PROMPT-SIGNON.
001660     MOVE "SGN-001" TO WS-MSG-CODE-WK
001670     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001680     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001690     ACCEPT WS-OPERATOR-ID
001700     MOVE "SGN-002" TO WS-MSG-CODE-WK
001710     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001720     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001730     ACCEPT WS-OPERATOR-PIN
001740     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001750                           WS-SIGNON-VALID-SW
001760     IF NOT WS-SIGNON-VALID
001770         MOVE "SGN-003" TO WS-MSG-CODE-WK
001780         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001790         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001800     END-IF.
001810 0020-EXIT.
001820     EXIT.
001830
001840
001850******************************************************************
001860*  1000-INITIALIZE
001870*  PEDE A DATA DE VIAGEM, CARREGA VEICULOS E ATRIBUICOES E ABRE
001880*  OS ARQUIVOS.
001890******************************************************************
001900 1000-INITIALIZE.
001910     DISPLAY "DATA DE VIAGEM (AAAAMMDD, BRANCO=HOJE):"
001920     ACCEPT WS-DIA
001930     IF WS-DIA = SPACES
001940         ACCEPT WS-DIA FROM DATE YYYYMMDD
001950     END-IF
001960     PERFORM 1100-LOAD-VEICULOS
001970     PERFORM 1200-LOAD-ATRIBUICOES
001980     OPEN OUTPUT AVAILABILITY-REPORT-FILE
001990     PERFORM 0100-OPEN-AUDIT-LOG-FILE
002000     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002010     ACCEPT RUN-STAMP-ID   FROM TIME
002020     MOVE SPACES TO WS-RUN-STAMP-DISP
002030     STRING "EXECUCAO " DELIMITED BY SIZE
002040            RUN-STAMP-DATE DELIMITED BY SIZE
002050            " " DELIMITED BY SIZE
002060            RUN-STAMP-ID DELIMITED BY SIZE
002070         INTO WS-RUN-STAMP-DISP.
002080
002090******************************************************************
002100*  0100-OPEN-AUDIT-LOG-FILE
002110*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002120*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002130******************************************************************
002140 0100-OPEN-AUDIT-LOG-FILE.
002150     OPEN EXTEND AUDIT-LOG-FILE
002160     IF WS-AUDIT-FILE-STATUS = "35"
002170         OPEN OUTPUT AUDIT-LOG-FILE
002180         CLOSE AUDIT-LOG-FILE
002190         OPEN EXTEND AUDIT-LOG-FILE
002200     END-IF.
002210
002220 1100-LOAD-VEICULOS.
002230     OPEN INPUT VEHICLE-MASTER-FILE
002240     IF WS-VEIC-FILE-STATUS NOT = "00"
002250         MOVE "Y" TO WS-VEIC-EOF-SW
002260     ELSE
002270         PERFORM 1150-LOAD-ONE-VEIC THRU 1150-EXIT
002280             UNTIL WS-VEIC-EOF
002290         CLOSE VEHICLE-MASTER-FILE
002300     END-IF.
002310
002320 1150-LOAD-ONE-VEIC.
002330     READ VEHICLE-MASTER-FILE
002340         AT END
002350             MOVE "Y" TO WS-VEIC-EOF-SW
002360             GO TO 1150-EXIT
002370     END-READ
002380     IF WS-VE-COUNT < 50
002390         AND VEIC-ASSENTOS NUMERIC
002400         ADD 1 TO WS-VE-COUNT
002410         SET WS-VE-IDX TO WS-VE-COUNT
002420         MOVE VEIC-ID       TO WS-VE-ID(WS-VE-IDX)
002430         MOVE VEIC-ASSENTOS TO WS-VE-ASSENTOS(WS-VE-IDX)
002440     END-IF.
002450 1150-EXIT.
002460     EXIT.
002470
002480 1200-LOAD-ATRIBUICOES.
002490     OPEN INPUT TRIP-VEHICLE-FILE
002500     IF WS-TRV-FILE-STATUS NOT = "00"
002510         MOVE "Y" TO WS-TRV-EOF-SW
002520     ELSE
002530         PERFORM 1250-LOAD-ONE-TRV THRU 1250-EXIT
002540             UNTIL WS-TRV-EOF
002550         CLOSE TRIP-VEHICLE-FILE
002560     END-IF.
002570
002580 1250-LOAD-ONE-TRV.
002590     READ TRIP-VEHICLE-FILE
002600         AT END
002610             MOVE "Y" TO WS-TRV-EOF-SW
002620             GO TO 1250-EXIT
002630     END-READ
002640     IF WS-TV-COUNT < 200
002650         ADD 1 TO WS-TV-COUNT
002660         SET WS-TV-IDX TO WS-TV-COUNT
002670         MOVE TRV-TRIP-ID TO WS-TV-TRIP(WS-TV-IDX)
002680         MOVE TRV-VEIC-ID TO WS-TV-VEIC(WS-TV-IDX)
002690     END-IF.
002700 1250-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740*  2000-MONTA-PARTIDAS
002750*  MONTA A TABELA DO DIA: AS PARTIDAS DO TRIPVEIC COM O ESTOQUE
002760*  VAZIO, DEPOIS O ESTOQUE (ASSENTOS) E A LISTA DE ESPERA
002770*  (ESPERA) DA DATA PEDIDA POR CIMA.
002780******************************************************************
002790 2000-MONTA-PARTIDAS.
002800     PERFORM 2100-ADD-ONE-TV THRU 2100-EXIT
002810         VARYING WS-SCAN FROM 1 BY 1
002820         UNTIL WS-SCAN > WS-TV-COUNT
002830     OPEN INPUT SEAT-INVENTORY-FILE
002840     IF WS-ASS-FILE-STATUS = "00"
002850         PERFORM 2200-ADD-ONE-ASSENTO THRU 2200-EXIT
002860             UNTIL WS-ASS-EOF
002870         CLOSE SEAT-INVENTORY-FILE
002880     END-IF
002890     OPEN INPUT WAITLIST-FILE
002900     IF WS-ESP-FILE-STATUS = "00"
002910         PERFORM 2300-ADD-ONE-ESPERA THRU 2300-EXIT
002920             UNTIL WS-ESP-EOF
002930         CLOSE WAITLIST-FILE
002940     END-IF.
002950 2000-EXIT.
002960     EXIT.
002970
002980 2100-ADD-ONE-TV.
002990     SET WS-TV-IDX TO WS-SCAN
003000     MOVE WS-TV-TRIP(WS-TV-IDX) TO WS-TRIP-WK
003010     PERFORM 2500-FIND-PARTIDA THRU 2500-EXIT
003020     IF WS-DP-POS = ZERO
003030         GO TO 2100-EXIT
003040     END-IF
003050     SET WS-DP-IDX TO WS-DP-POS
003060     MOVE WS-TV-VEIC(WS-TV-IDX) TO WS-VEIC-WK
003070     MOVE ZERO TO WS-CAPACIDADE
003080     PERFORM 2150-MATCH-VEIC THRU 2150-EXIT
003090         VARYING WS-VE-IDX FROM 1 BY 1
003100         UNTIL WS-VE-IDX > WS-VE-COUNT
003110            OR WS-CAPACIDADE > ZERO
003120     MOVE WS-VEIC-WK    TO WS-DP-VEIC(WS-DP-IDX)
003130     MOVE WS-CAPACIDADE TO WS-DP-CAPACIDADE(WS-DP-IDX).
003140 2100-EXIT.
003150     EXIT.
003160
003170 2150-MATCH-VEIC.
003180     IF WS-VE-ID(WS-VE-IDX) = WS-VEIC-WK
003190         MOVE WS-VE-ASSENTOS(WS-VE-IDX) TO WS-CAPACIDADE
003200     END-IF.
003210 2150-EXIT.
003220     EXIT.
003230
003240*    O ESTOQUE TRAZ O VEICULO E A CAPACIDADE DA ULTIMA RESERVA.
003250 2200-ADD-ONE-ASSENTO.
003260     READ SEAT-INVENTORY-FILE
003270         AT END
003280             MOVE "Y" TO WS-ASS-EOF-SW
003290             GO TO 2200-EXIT
003300     END-READ
003310     IF ASS-DATA NOT = WS-DIA
003320         GO TO 2200-EXIT
003330     END-IF
003340     MOVE ASS-TRIP-ID TO WS-TRIP-WK
003350     PERFORM 2500-FIND-PARTIDA THRU 2500-EXIT
003360     IF WS-DP-POS = ZERO
003370         GO TO 2200-EXIT
003380     END-IF
003390     SET WS-DP-IDX TO WS-DP-POS
003400     MOVE ASS-VEIC-ID    TO WS-DP-VEIC(WS-DP-IDX)
003410     MOVE ASS-CAPACIDADE TO WS-DP-CAPACIDADE(WS-DP-IDX)
003420     MOVE ASS-RESERVADOS TO WS-DP-RESERVADOS(WS-DP-IDX).
003430 2200-EXIT.
003440     EXIT.
003450
003460 2300-ADD-ONE-ESPERA.
003470     READ WAITLIST-FILE
003480         AT END
003490             MOVE "Y" TO WS-ESP-EOF-SW
003500             GO TO 2300-EXIT
003510     END-READ
003520     IF ESP-DATA NOT = WS-DIA
003530         OR ESP-EMITIDA
003540         GO TO 2300-EXIT
003550     END-IF
003560     MOVE ESP-TRIP-ID TO WS-TRIP-WK
003570     PERFORM 2500-FIND-PARTIDA THRU 2500-EXIT
003580     IF WS-DP-POS = ZERO
003590         GO TO 2300-EXIT
003600     END-IF
003610     SET WS-DP-IDX TO WS-DP-POS
003620     IF ESP-PROMOVIDA
003630         ADD 1 TO WS-DP-PROMOVIDAS(WS-DP-IDX)
003640     ELSE
003650         ADD 1       TO WS-DP-ESPERA-N(WS-DP-IDX)
003660         ADD ESP-QTD TO WS-DP-ESPERA-QTD(WS-DP-IDX)
003670         ADD 1       TO WS-ESPERA-TOTAL
003680     END-IF.
003690 2300-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*  2500-FIND-PARTIDA
003740*  LOCALIZA A PARTIDA WS-TRIP-WK NA TABELA DO DIA, ABRINDO UMA
003750*  LINHA ZERADA SE FOR NOVA. TABELA CHEIA DEVOLVE WS-DP-POS ZERO.
003760******************************************************************
003770 2500-FIND-PARTIDA.
003780     MOVE ZERO TO WS-DP-POS
003790     MOVE "N"  TO WS-FOUND-SW
003800     PERFORM 2550-MATCH-PARTIDA THRU 2550-EXIT
003810         VARYING WS-DP-IDX FROM 1 BY 1
003820         UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-FOUND
003830     IF WS-FOUND
003840         GO TO 2500-EXIT
003850     END-IF
003860     IF WS-DP-COUNT >= 300
003870         ADD 1 TO WS-DP-DROPPED
003880         GO TO 2500-EXIT
003890     END-IF
003900     ADD 1 TO WS-DP-COUNT
003910     MOVE WS-DP-COUNT TO WS-DP-POS
003920     SET WS-DP-IDX TO WS-DP-POS
003930     MOVE WS-TRIP-WK TO WS-DP-TRIP(WS-DP-IDX)
003940     MOVE SPACES     TO WS-DP-VEIC(WS-DP-IDX)
003950     MOVE ZERO       TO WS-DP-CAPACIDADE(WS-DP-IDX)
003960                        WS-DP-RESERVADOS(WS-DP-IDX)
003970                        WS-DP-ESPERA-N(WS-DP-IDX)
003980                        WS-DP-ESPERA-QTD(WS-DP-IDX)
003990                        WS-DP-PROMOVIDAS(WS-DP-IDX).
004000 2500-EXIT.
004010     EXIT.
004020
004030 2550-MATCH-PARTIDA.
004040     IF WS-DP-TRIP(WS-DP-IDX) = WS-TRIP-WK
004050         SET WS-DP-POS TO WS-DP-IDX
004060         MOVE "Y" TO WS-FOUND-SW
004070     END-IF.
004080 2550-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*  3000-PRINT-DISPONIB
004130*  IMPRIME UMA LINHA POR PARTIDA COM CAPACIDADE, RESERVADOS,
004140*  LIVRES E LISTA DE ESPERA, MARCANDO AS LOTADAS E AS SEM
004150*  VEICULO ATRIBUIDO.
004160******************************************************************
004170 3000-PRINT-DISPONIB.
004180     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
004190     WRITE REPORT-LINE
004200     MOVE SPACES TO REPORT-LINE
004210     STRING "DISPONIBILIDADE DE ASSENTOS - VIAGEM DE " WS-DIA
004220         DELIMITED BY SIZE INTO REPORT-LINE
004230     WRITE REPORT-LINE
004240     MOVE SPACES TO REPORT-LINE
004250     WRITE REPORT-LINE
004260     MOVE SPACES TO REPORT-LINE
004270     STRING "PARTIDA      VEIC   CAP RES LIV"
004280            " ESPERA(ASS) PROM"
004290         DELIMITED BY SIZE INTO REPORT-LINE
004300     WRITE REPORT-LINE
004310     PERFORM 3100-PRINT-ONE-TRIP THRU 3100-EXIT
004320         VARYING WS-SCAN FROM 1 BY 1
004330         UNTIL WS-SCAN > WS-DP-COUNT
004340     MOVE SPACES TO REPORT-LINE
004350     WRITE REPORT-LINE
004360     MOVE SPACES TO REPORT-LINE
004370     STRING "PARTIDAS: " WS-DP-COUNT
004380            "  LOTADAS: " WS-LOTADA-COUNT
004390            "  SEM VEICULO: " WS-SEM-VEIC-COUNT
004400            "  NA ESPERA: " WS-ESPERA-TOTAL
004410         DELIMITED BY SIZE INTO REPORT-LINE
004420     WRITE REPORT-LINE
004430     IF WS-DP-DROPPED > ZERO
004440         MOVE SPACES TO REPORT-LINE
004450         STRING "*** AVISO: " WS-DP-DROPPED
004460                " REGISTRO(S) SEM VAGA NA TABELA (300)"
004470             DELIMITED BY SIZE INTO REPORT-LINE
004480         WRITE REPORT-LINE
004490     END-IF.
004500
004510 3100-PRINT-ONE-TRIP.
004520     SET WS-DP-IDX TO WS-SCAN
004530     MOVE ZERO TO WS-LIVRES
004540     IF WS-DP-CAPACIDADE(WS-DP-IDX) > WS-DP-RESERVADOS(WS-DP-IDX)
004550         COMPUTE WS-LIVRES = WS-DP-CAPACIDADE(WS-DP-IDX)
004560                           - WS-DP-RESERVADOS(WS-DP-IDX)
004570     END-IF
004580     MOVE SPACES TO REPORT-LINE
004590     STRING WS-DP-TRIP(WS-DP-IDX)
004600            " " WS-DP-VEIC(WS-DP-IDX)
004610            " " WS-DP-CAPACIDADE(WS-DP-IDX)
004620            " " WS-DP-RESERVADOS(WS-DP-IDX)
004630            " " WS-LIVRES
004640            " " WS-DP-ESPERA-N(WS-DP-IDX)
004650            "(" WS-DP-ESPERA-QTD(WS-DP-IDX) ")"
004660            "    " WS-DP-PROMOVIDAS(WS-DP-IDX)
004670         DELIMITED BY SIZE INTO REPORT-LINE
004680     IF WS-DP-VEIC(WS-DP-IDX) = SPACES
004690         ADD 1 TO WS-SEM-VEIC-COUNT
004700         MOVE ">>> SEM VEICULO" TO REPORT-LINE(54:15)
004710     ELSE
004720         IF WS-LIVRES = ZERO
004730             ADD 1 TO WS-LOTADA-COUNT
004740             MOVE ">>> LOTADA" TO REPORT-LINE(54:10)
004750         END-IF
004760     END-IF
004770     WRITE REPORT-LINE.
004780 3100-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820*  4000-FINALIZE
004830*  REGISTRA A LISTAGEM NA AUDITORIA E FECHA OS ARQUIVOS.
004840******************************************************************
004850 4000-FINALIZE.
004860     PERFORM 7000-WRITE-AUDIT
004870     CLOSE AVAILABILITY-REPORT-FILE
004880     CLOSE AUDIT-LOG-FILE
004890     DISPLAY "DISPONIBILIDADE DE ASSENTOS GRAVADA EM DISPORPT".
004900
004910******************************************************************
004920*  7000-WRITE-AUDIT
004930*  GRAVA O RESUMO DA LISTAGEM NA TRILHA DE AUDITORIA.
004940******************************************************************
004950 7000-WRITE-AUDIT.
004960     MOVE "DISPONIB"         TO AUDIT-PROGRAM-ID
004970     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004980     ACCEPT AUDIT-TIME FROM TIME
004990     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
005000     MOVE WS-DIA              TO AUDIT-KEY
005010     MOVE SPACES              TO AUDIT-DETAIL
005020     STRING "PARTIDAS=" WS-DP-COUNT
005030            " LOTADAS=" WS-LOTADA-COUNT
005040            " ESPERA=" WS-ESPERA-TOTAL
005050         DELIMITED BY SIZE INTO AUDIT-DETAIL
005060     CALL "AUDITWR" USING AUDIT-RECORD.
