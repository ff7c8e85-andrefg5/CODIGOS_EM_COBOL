000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERFCARG.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - PERFIL DE CARGA POR PARADA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PERFCARG.CBL
000090*  PERFIL DE CARGA PARADA A PARADA. PARA CADA PARTIDA (TRIP-ID +
000100*  DATA DE VIAGEM) DO INTERVALO PEDIDO, REMONTA PELAS PASSAGENS
000110*  (TICKETS, PARADAS TICKET-STOP-EMB/DES) OS EMBARQUES, OS
000120*  DESEMBARQUES E OS PASSAGEIROS A BORDO EM CADA PARADA DA ROTA,
000130*  NA ORDEM DO STOP-SEQ DO STOPMAST. O TRECHO DE PICO (MAIS GENTE
000140*  A BORDO ENTRE DUAS PARADAS SEGUIDAS) E COMPARADO COM A
000150*  CAPACIDADE DO VEICULO DA PARTIDA (TRIPVEIC + VEICMAST, ASSENTOS
000160*  + EM PE, COMO NO LOTACAO). NO FIM, POR ROTA, O RESUMO DOS
000170*  TRECHOS NO PERIODO, MARCANDO O MAIS CARREGADO. A PASSAGEM
000180*  ESTORNADA (REVERSAO NO TICKETS COM A MESMA CHAVE) SAI DO
000190*  PERFIL; GRUPO CONTA O TAMANHO DO GRUPO. PASSAGENS SEM PARADAS,
000195*  COM PARADA FORA DA ROTA OU SEM PARTIDA SAO CONTADAS A PARTE.
000200*  GRAVA O RELATORIO EM PERFRPT.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000320     SELECT STOP-MASTER-FILE ASSIGN TO "STOPMAST"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS WS-STOP-FILE-STATUS.
000350     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEICMAST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS WS-VEIC-FILE-STATUS.
000380     SELECT TRIP-VEHICLE-FILE ASSIGN TO "TRIPVEIC"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-TRV-FILE-STATUS.
000410     SELECT PROFILE-REPORT-FILE ASSIGN TO "PERFRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TICKETS-FILE
000490     RECORDING MODE IS F.
000500     COPY TICKETREC.
000510 FD  STOP-MASTER-FILE
000520     RECORDING MODE IS F.
000530     COPY STOPREC.
000540 FD  VEHICLE-MASTER-FILE
000550     RECORDING MODE IS F.
000560     COPY VEICREC.
000570 FD  TRIP-VEHICLE-FILE
000580     RECORDING MODE IS F.
000590     COPY TRIPVEICREC.
000600 FD  PROFILE-REPORT-FILE
000610     RECORDING MODE IS F.
000620 01  REPORT-LINE                 PIC X(80).
000630 FD  AUDIT-LOG-FILE
000640     RECORDING MODE IS F.
000650     COPY AUDITREC.
000660 WORKING-STORAGE SECTION.
000670 01  WS-SWITCHES.
000680     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000690     05  WS-STOP-FILE-STATUS     PIC X(02)   VALUE "00".
000700     05  WS-VEIC-FILE-STATUS     PIC X(02)   VALUE "00".
000710     05  WS-TRV-FILE-STATUS      PIC X(02)   VALUE "00".
000720     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000730     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000740         88  WS-TICKET-EOF                   VALUE "Y".
000750     05  WS-STOP-EOF-SW          PIC X(01)   VALUE "N".
000760         88  WS-STOP-EOF                     VALUE "Y".
000770     05  WS-VEIC-EOF-SW          PIC X(01)   VALUE "N".
000780         88  WS-VEIC-EOF                     VALUE "Y".
000790     05  WS-TRV-EOF-SW           PIC X(01)   VALUE "N".
000800         88  WS-TRV-EOF                      VALUE "Y".
000810     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000820         88  WS-SIGNON-VALID                 VALUE "Y".
000830     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000840         88  WS-FOUND                        VALUE "Y".
000850 01  WS-MSG-CODE-WK              PIC X(08).
000860 01  WS-MSG-TEXT-WK              PIC X(60).
000870 01  WS-OPERATOR-ID              PIC X(08).
000880 01  WS-OPERATOR-PIN             PIC X(04).
000890 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000900 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000910     88  WS-AUTHORIZED                       VALUE "Y".
000920 01  WS-RUN-STAMP-DISP           PIC X(30).
000930     COPY RUNSTAMP.
000940 01  WS-DATE-FROM                PIC X(08).
000950 01  WS-DATE-TO                  PIC X(08).
000960 01  WS-SCAN                     PIC 9(03).
000970 01  WS-SCAN2                    PIC 9(03).
000980 01  WS-K                        PIC 9(03).
000990 01  WS-RANK                     PIC 9(03).
001000 01  WS-RT-POS                   PIC 9(03).
001010 01  WS-EMB-POS                  PIC 9(03).
001020 01  WS-DES-POS                  PIC 9(03).
001030 01  WS-QTD                      PIC S9(05).
001040 01  WS-A-BORDO                  PIC S9(05).
001050 01  WS-PICO                     PIC S9(05).
001060 01  WS-PICO-POS                 PIC 9(03).
001070 01  WS-MAIOR-TOTAL              PIC S9(07).
001080 01  WS-MAIOR-POS                PIC 9(03).
001090 01  WS-CAPACIDADE               PIC 9(04).
001100 01  WS-VEIC-WK                  PIC X(06).
001110 01  WS-TRIP-WK                  PIC X(12).
001115 01  WS-ROTA-WK                  PIC X(03).
001120 01  WS-QTD-ED                   PIC -ZZZZ9.
001130 01  WS-EMB-ED                   PIC -ZZZZ9.
001140 01  WS-DES-ED                   PIC -ZZZZ9.
001150 01  WS-TOTAL-ED                 PIC -ZZZZZZ9.
001160 01  WS-PARTIDAS-COUNT           PIC 9(05)   VALUE ZERO.
001170 01  WS-ACIMA-COUNT              PIC 9(05)   VALUE ZERO.
001180 01  WS-SEM-PARTIDA-COUNT        PIC S9(07)  VALUE ZERO.
001190 01  WS-SEM-PARADA-COUNT         PIC S9(07)  VALUE ZERO.
001200 01  WS-PARADA-INV-COUNT         PIC S9(07)  VALUE ZERO.
001210 01  WS-TD-DROPPED               PIC 9(05)   VALUE ZERO.
001220 01  WS-ST-DROPPED               PIC 9(03)   VALUE ZERO.
001221 01  WS-ESTORNADA-COUNT          PIC S9(07)  VALUE ZERO.
001222 01  WS-VD-DROPPED               PIC 9(05)   VALUE ZERO.
001223
001224******************************************************************
001225*  CHAVES (CARIMBO + SEQUENCIA) DAS PASSAGENS ESTORNADAS, LIDAS
001226*  DAS REVERSOES NUMA PRIMEIRA PASSADA PELO TICKETS.
001227******************************************************************
001228 01  WS-VD-TABLE.
001229     05  WS-VD-ENTRY OCCURS 500 TIMES
001230                     INDEXED BY WS-VD-IDX.
001231         10  WS-VD-RUN-DATE      PIC X(08).
001232         10  WS-VD-RUN-ID        PIC X(08).
001233         10  WS-VD-SEQ           PIC 9(05).
001234 01  WS-VD-COUNT                 PIC 9(03)   VALUE ZERO.
001235
001240******************************************************************
001250*  PARADAS DO STOPMAST, E POR ROTA AS PARADAS NA ORDEM DO
001260*  STOP-SEQ (ATE 30) COM OS ACUMULADOS DO PERIODO POR TRECHO - O
001270*  TRECHO K VAI DA PARADA K A PARADA K + 1.
001280******************************************************************
001290 01  WS-ST-TABLE.
001300     05  WS-ST-ENTRY OCCURS 300 TIMES
001310                     INDEXED BY WS-ST-IDX.
001320         10  WS-ST-ROTA          PIC X(03).
001330         10  WS-ST-CODE          PIC X(04).
001340         10  WS-ST-SEQ           PIC 9(03).
001350         10  WS-ST-DESC          PIC X(20).
001360 01  WS-ST-COUNT                 PIC 9(03)   VALUE ZERO.
001370 01  WS-RT-TABLE.
001380     05  WS-RT-ENTRY OCCURS 20 TIMES
001390                     INDEXED BY WS-RT-IDX.
001400         10  WS-RT-ROTA          PIC X(03).
001410         10  WS-RT-PARADAS       PIC 9(03).
001420         10  WS-RT-USADA-SW      PIC X(01).
001430             88  WS-RT-USADA              VALUE "Y".
001440         10  WS-RT-PARADA OCCURS 30 TIMES.
001450             15  WS-RT-CODE      PIC X(04).
001460             15  WS-RT-DESC      PIC X(20).
001470             15  WS-RT-SEG-TOTAL PIC S9(07).
001480             15  WS-RT-SEG-MAX   PIC S9(05).
001490             15  WS-RT-SEG-PICOS PIC 9(05).
001500 01  WS-RT-COUNT                 PIC 9(03)   VALUE ZERO.
001510
001520******************************************************************
001530*  EMBARQUES E DESEMBARQUES POR PARTIDA (TRIP-ID + DATA) E POR
001540*  POSICAO DA PARADA NA ROTA.
001550******************************************************************
001560 01  WS-TD-TABLE.
001570     05  WS-TD-ENTRY OCCURS 200 TIMES
001580                     INDEXED BY WS-TD-IDX.
001590         10  WS-TD-TRIP          PIC X(12).
001600         10  WS-TD-DATA          PIC X(08).
001610         10  WS-TD-ROTA          PIC X(03).
001620         10  WS-TD-RT            PIC 9(03).
001630         10  WS-TD-SEM-PARADA    PIC S9(05).
001640         10  WS-TD-PARADA OCCURS 30 TIMES.
001650             15  WS-TD-EMB       PIC S9(05).
001660             15  WS-TD-DES       PIC S9(05).
001670 01  WS-TD-COUNT                 PIC 9(03)   VALUE ZERO.
001680
001690******************************************************************
001700*  VEICULOS E ATRIBUICOES, COMO NO LOTACAO.
001710******************************************************************
001720 01  WS-VE-TABLE.
001730     05  WS-VE-ENTRY OCCURS 50 TIMES
001740                     INDEXED BY WS-VE-IDX.
001750         10  WS-VE-ID            PIC X(06).
001760         10  WS-VE-ASSENTOS      PIC 9(03).
001770         10  WS-VE-EM-PE         PIC 9(03).
001780 01  WS-VE-COUNT                 PIC 9(03)   VALUE ZERO.
001790 01  WS-TV-TABLE.
001800     05  WS-TV-ENTRY OCCURS 200 TIMES
001810                     INDEXED BY WS-TV-IDX.
001820         10  WS-TV-TRIP          PIC X(12).
001830         10  WS-TV-VEIC          PIC X(06).
001840 01  WS-TV-COUNT                 PIC 9(03)   VALUE ZERO.
001850
001860 PROCEDURE DIVISION.
001870
001880 0000-MAINLINE.
001890     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001900*    ROTINA DE RELATORIO - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001910     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001920                         WS-AUTHORIZED-SW
001930     IF NOT WS-AUTHORIZED
001940         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001950         MOVE 8 TO RETURN-CODE
001960         STOP RUN
001970     END-IF
001980     PERFORM 1000-INITIALIZE
001990     PERFORM 2000-TALLY-TICKET THRU 2000-EXIT
002000         UNTIL WS-TICKET-EOF
002010     PERFORM 3000-PRINT-PARTIDAS
002020     PERFORM 4000-PRINT-ROTAS
002030     PERFORM 5000-FINALIZE
002040     STOP RUN.
002050
002060******************************************************************
002070*  0010-SIGN-ON
002080*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002090*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002100******************************************************************
002110 0010-SIGN-ON.
002120     MOVE "N" TO WS-SIGNON-VALID-SW
002130     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002140         UNTIL WS-SIGNON-VALID.
002150 0010-EXIT.
002160     EXIT.
002170
002180 0020-PROMPT-SIGNON.
002190     MOVE "SGN-001" TO WS-MSG-CODE-WK
002200     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002210     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002220     ACCEPT WS-OPERATOR-ID
002230     MOVE "SGN-002" TO WS-MSG-CODE-WK
002240     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002250     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002260     ACCEPT WS-OPERATOR-PIN
002270     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002280                           WS-SIGNON-VALID-SW
002290     IF NOT WS-SIGNON-VALID
002300         MOVE "SGN-003" TO WS-MSG-CODE-WK
002310         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002320         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002330     END-IF.
002340 0020-EXIT.
002350     EXIT.
002360
002370
002380******************************************************************
002390*  1000-INITIALIZE
002400*  PEDE O INTERVALO DE DATAS DE VIAGEM, CARREGA PARADAS, VEICULOS
002410*  E ATRIBUICOES E ABRE OS ARQUIVOS.
002420******************************************************************
002430 1000-INITIALIZE.
002440     DISPLAY "DATA INICIAL (AAAAMMDD, BRANCO=HOJE):"
002450     ACCEPT WS-DATE-FROM
002460     IF WS-DATE-FROM = SPACES
002470         ACCEPT WS-DATE-FROM FROM DATE YYYYMMDD
002480     END-IF
002490     DISPLAY "DATA FINAL (AAAAMMDD, BRANCO=IGUAL A INICIAL):"
002500     ACCEPT WS-DATE-TO
002510     IF WS-DATE-TO = SPACES
002520         MOVE WS-DATE-FROM TO WS-DATE-TO
002530     END-IF
002540     PERFORM 1100-LOAD-PARADAS THRU 1100-EXIT
002550     PERFORM 1200-MONTA-ROTAS THRU 1200-EXIT
002560     PERFORM 1300-LOAD-VEICULOS
002570     PERFORM 1400-LOAD-ATRIBUICOES
002575     PERFORM 1500-LOAD-ESTORNOS THRU 1500-EXIT
002580     OPEN INPUT TICKETS-FILE
002590     IF WS-TICKETS-FILE-STATUS = "35"
002600         MOVE "Y" TO WS-TICKET-EOF-SW
002610     END-IF
002620     OPEN OUTPUT PROFILE-REPORT-FILE
002630     PERFORM 0100-OPEN-AUDIT-LOG-FILE
002640     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002650     ACCEPT RUN-STAMP-ID   FROM TIME
002660     MOVE SPACES TO WS-RUN-STAMP-DISP
002670     STRING "EXECUCAO " DELIMITED BY SIZE
002680            RUN-STAMP-DATE DELIMITED BY SIZE
002690            " " DELIMITED BY SIZE
002700            RUN-STAMP-ID DELIMITED BY SIZE
002710         INTO WS-RUN-STAMP-DISP
002720     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
002730     WRITE REPORT-LINE
002740     MOVE SPACES TO REPORT-LINE
002750     STRING "PERFIL DE CARGA POR PARADA - VIAGENS DE "
002760                DELIMITED BY SIZE
002770            WS-DATE-FROM DELIMITED BY SIZE
002780            " A " DELIMITED BY SIZE
002790            WS-DATE-TO DELIMITED BY SIZE
002800         INTO REPORT-LINE
002810     WRITE REPORT-LINE
002820     IF NOT WS-TICKET-EOF
002830         PERFORM 8000-READ-TICKET
002840     END-IF.
002850
002860******************************************************************
002870*  0100-OPEN-AUDIT-LOG-FILE
002880*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002890*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002900******************************************************************
002910 0100-OPEN-AUDIT-LOG-FILE.
002920     OPEN EXTEND AUDIT-LOG-FILE
002930     IF WS-AUDIT-FILE-STATUS = "35"
002940         OPEN OUTPUT AUDIT-LOG-FILE
002950         CLOSE AUDIT-LOG-FILE
002960         OPEN EXTEND AUDIT-LOG-FILE
002970     END-IF.
002980
002990 1100-LOAD-PARADAS.
003000     OPEN INPUT STOP-MASTER-FILE
003010     IF WS-STOP-FILE-STATUS NOT = "00"
003020         GO TO 1100-EXIT
003030     END-IF
003040     PERFORM 1150-LOAD-ONE-PARADA THRU 1150-EXIT
003050         UNTIL WS-STOP-EOF
003060     CLOSE STOP-MASTER-FILE.
003070 1100-EXIT.
003080     EXIT.
003090
003100 1150-LOAD-ONE-PARADA.
003110     READ STOP-MASTER-FILE
003120         AT END
003130             MOVE "Y" TO WS-STOP-EOF-SW
003140             GO TO 1150-EXIT
003150     END-READ
003160     IF STOP-SEQ NOT NUMERIC
003170         GO TO 1150-EXIT
003180     END-IF
003190     IF WS-ST-COUNT >= 300
003200         ADD 1 TO WS-ST-DROPPED
003210         GO TO 1150-EXIT
003220     END-IF
003230     ADD 1 TO WS-ST-COUNT
003240     SET WS-ST-IDX TO WS-ST-COUNT
003250     MOVE STOP-ROTA TO WS-ST-ROTA(WS-ST-IDX)
003260     MOVE STOP-CODE TO WS-ST-CODE(WS-ST-IDX)
003270     MOVE STOP-SEQ  TO WS-ST-SEQ(WS-ST-IDX)
003280     MOVE STOP-DESC TO WS-ST-DESC(WS-ST-IDX).
003290 1150-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*  1200-MONTA-ROTAS
003340*  ARRUMA AS PARADAS DE CADA ROTA NA ORDEM DO STOP-SEQ: A POSICAO
003350*  DA PARADA E 1 + O NUMERO DE PARADAS DA MESMA ROTA COM
003360*  SEQUENCIA MENOR. ALEM DA 30A PARADA A ROTA FICA TRUNCADA.
003370******************************************************************
003380 1200-MONTA-ROTAS.
003390     PERFORM 1250-POSICIONA-PARADA THRU 1250-EXIT
003400         VARYING WS-SCAN FROM 1 BY 1
003410         UNTIL WS-SCAN > WS-ST-COUNT.
003420 1200-EXIT.
003430     EXIT.
003440
003450 1250-POSICIONA-PARADA.
003460     SET WS-ST-IDX TO WS-SCAN
003470     MOVE WS-ST-ROTA(WS-ST-IDX) TO WS-ROTA-WK
003480     PERFORM 2150-FIND-ROTA THRU 2150-EXIT
003490     IF WS-RT-POS = ZERO
003500         IF WS-RT-COUNT >= 20
003510             ADD 1 TO WS-ST-DROPPED
003520             GO TO 1250-EXIT
003530         END-IF
003540         ADD 1 TO WS-RT-COUNT
003550         MOVE WS-RT-COUNT TO WS-RT-POS
003560         SET WS-RT-IDX TO WS-RT-POS
003570         MOVE WS-ST-ROTA(WS-ST-IDX) TO WS-RT-ROTA(WS-RT-IDX)
003580         MOVE ZERO TO WS-RT-PARADAS(WS-RT-IDX)
003590         MOVE "N"  TO WS-RT-USADA-SW(WS-RT-IDX)
003600         PERFORM 1280-ZERA-TRECHO THRU 1280-EXIT
003610             VARYING WS-K FROM 1 BY 1
003620             UNTIL WS-K > 30
003630     END-IF
003640     SET WS-RT-IDX TO WS-RT-POS
003650     MOVE 1 TO WS-RANK
003660     PERFORM 1260-CONTA-ANTERIOR THRU 1260-EXIT
003670         VARYING WS-SCAN2 FROM 1 BY 1
003680         UNTIL WS-SCAN2 > WS-ST-COUNT
003690     SET WS-ST-IDX TO WS-SCAN
003700     IF WS-RANK > 30
003710         ADD 1 TO WS-ST-DROPPED
003720         GO TO 1250-EXIT
003730     END-IF
003740     MOVE WS-ST-CODE(WS-ST-IDX) TO WS-RT-CODE(WS-RT-IDX, WS-RANK)
003750     MOVE WS-ST-DESC(WS-ST-IDX) TO WS-RT-DESC(WS-RT-IDX, WS-RANK)
003760     IF WS-RANK > WS-RT-PARADAS(WS-RT-IDX)
003770         MOVE WS-RANK TO WS-RT-PARADAS(WS-RT-IDX)
003780     END-IF.
003790 1250-EXIT.
003800     EXIT.
003810
003820 1260-CONTA-ANTERIOR.
003830     SET WS-ST-IDX TO WS-SCAN2
003840     IF WS-ST-ROTA(WS-ST-IDX) = WS-RT-ROTA(WS-RT-IDX)
003850         AND WS-ST-SEQ(WS-ST-IDX) < WS-ST-SEQ(WS-SCAN)
003860         ADD 1 TO WS-RANK
003870     END-IF.
003880 1260-EXIT.
003890     EXIT.
003900
003910 1280-ZERA-TRECHO.
003920     MOVE SPACES TO WS-RT-CODE(WS-RT-IDX, WS-K)
003930                    WS-RT-DESC(WS-RT-IDX, WS-K)
003940     MOVE ZERO   TO WS-RT-SEG-TOTAL(WS-RT-IDX, WS-K)
003950                    WS-RT-SEG-MAX(WS-RT-IDX, WS-K)
003960                    WS-RT-SEG-PICOS(WS-RT-IDX, WS-K).
003970 1280-EXIT.
003980     EXIT.
003990
004000 1300-LOAD-VEICULOS.
004010     OPEN INPUT VEHICLE-MASTER-FILE
004020     IF WS-VEIC-FILE-STATUS NOT = "00"
004030         MOVE "Y" TO WS-VEIC-EOF-SW
004040     ELSE
004050         PERFORM 1350-LOAD-ONE-VEIC THRU 1350-EXIT
004060             UNTIL WS-VEIC-EOF
004070         CLOSE VEHICLE-MASTER-FILE
004080     END-IF.
004090
004100 1350-LOAD-ONE-VEIC.
004110     READ VEHICLE-MASTER-FILE
004120         AT END
004130             MOVE "Y" TO WS-VEIC-EOF-SW
004140             GO TO 1350-EXIT
004150     END-READ
004160     IF WS-VE-COUNT < 50
004170         AND VEIC-ASSENTOS NUMERIC
004180         ADD 1 TO WS-VE-COUNT
004190         SET WS-VE-IDX TO WS-VE-COUNT
004200         MOVE VEIC-ID       TO WS-VE-ID(WS-VE-IDX)
004210         MOVE VEIC-ASSENTOS TO WS-VE-ASSENTOS(WS-VE-IDX)
004220         IF VEIC-EM-PE NUMERIC
004230             MOVE VEIC-EM-PE TO WS-VE-EM-PE(WS-VE-IDX)
004240         ELSE
004250             MOVE ZERO TO WS-VE-EM-PE(WS-VE-IDX)
004260         END-IF
004270     END-IF.
004280 1350-EXIT.
004290     EXIT.
004300
004310 1400-LOAD-ATRIBUICOES.
004320     OPEN INPUT TRIP-VEHICLE-FILE
004330     IF WS-TRV-FILE-STATUS NOT = "00"
004340         MOVE "Y" TO WS-TRV-EOF-SW
004350     ELSE
004360         PERFORM 1450-LOAD-ONE-TRV THRU 1450-EXIT
004370             UNTIL WS-TRV-EOF
004380         CLOSE TRIP-VEHICLE-FILE
004390     END-IF.
004400
004410 1450-LOAD-ONE-TRV.
004420     READ TRIP-VEHICLE-FILE
004430         AT END
004440             MOVE "Y" TO WS-TRV-EOF-SW
004450             GO TO 1450-EXIT
004460     END-READ
004470     IF WS-TV-COUNT < 200
004480         ADD 1 TO WS-TV-COUNT
004490         SET WS-TV-IDX TO WS-TV-COUNT
004500         MOVE TRV-TRIP-ID TO WS-TV-TRIP(WS-TV-IDX)
004510         MOVE TRV-VEIC-ID TO WS-TV-VEIC(WS-TV-IDX)
004520     END-IF.
004530 1450-EXIT.
004540     EXIT.
004550
004555******************************************************************
004561*  1500-LOAD-ESTORNOS
004562*  PRIMEIRA PASSADA PELO TICKETS: GUARDA A CHAVE DE CADA REVERSAO
004563*  (TARIFA NEGATIVA), QUE E A MESMA DA PASSAGEM ESTORNADA. A
004564*  REVERSAO LEVA A DATA DO ESTORNO, NAO A DA VIAGEM, POR ISSO A
004565*  VENDA E TIRADA DO PERFIL EM VEZ DE A REVERSAO ABATER.
004566******************************************************************
004567 1500-LOAD-ESTORNOS.
004568     OPEN INPUT TICKETS-FILE
004569     IF WS-TICKETS-FILE-STATUS NOT = "00"
004570         GO TO 1500-EXIT
004571     END-IF
004572     PERFORM 1550-LOAD-ONE-ESTORNO THRU 1550-EXIT
004573         UNTIL WS-TICKET-EOF
004574     CLOSE TICKETS-FILE
004575     MOVE "N" TO WS-TICKET-EOF-SW.
004576 1500-EXIT.
004577     EXIT.
004578
004579 1550-LOAD-ONE-ESTORNO.
004580     PERFORM 8000-READ-TICKET
004581     IF WS-TICKET-EOF
004582         OR TICKET-TARIFA NOT < ZERO
004583         GO TO 1550-EXIT
004584     END-IF
004585     IF WS-VD-COUNT >= 500
004586         ADD 1 TO WS-VD-DROPPED
004587         GO TO 1550-EXIT
004588     END-IF
004589     ADD 1 TO WS-VD-COUNT
004590     SET WS-VD-IDX TO WS-VD-COUNT
004591     MOVE TICKET-RUN-DATE TO WS-VD-RUN-DATE(WS-VD-IDX)
004592     MOVE TICKET-RUN-ID   TO WS-VD-RUN-ID(WS-VD-IDX)
004593     MOVE TICKET-SEQ      TO WS-VD-SEQ(WS-VD-IDX).
004594 1550-EXIT.
004595     EXIT.
004596
004597******************************************************************
004598*  2000-TALLY-TICKET
004599*  LANCA UMA PASSAGEM DO INTERVALO (PELA DATA DE VIAGEM) NA
004600*  PARTIDA: UM EMBARQUE NA PARADA DE EMBARQUE E UM DESEMBARQUE NA
004601*  DE DESEMBARQUE (O GRUPO CONTA O TAMANHO DO GRUPO; A VENDA
004610*  ESTORNADA E A REVERSAO FICAM FORA). SEM PARTIDA, SEM PARADAS
004616*  OU COM PARADA FORA DA ROTA (OU DESEMBARQUE ANTES DO EMBARQUE)
004622*  E CONTADA A PARTE.
004630******************************************************************
004640 2000-TALLY-TICKET.
004650     IF TICKET-DATE < WS-DATE-FROM OR TICKET-DATE > WS-DATE-TO
004655         OR TICKET-TARIFA < ZERO
004660         GO TO 2000-NEXT
004670     END-IF
004680     MOVE 1 TO WS-QTD
004690     IF TICKET-GRUPO NOT = SPACES
004700         AND TICKET-GRUPO-QTD NUMERIC
004710         AND TICKET-GRUPO-QTD > ZERO
004720         MOVE TICKET-GRUPO-QTD TO WS-QTD
004730     END-IF
004734     MOVE "N" TO WS-FOUND-SW
004738     PERFORM 2050-MATCH-ESTORNO THRU 2050-EXIT
004742         VARYING WS-VD-IDX FROM 1 BY 1
004746         UNTIL WS-VD-IDX > WS-VD-COUNT OR WS-FOUND
004750     IF WS-FOUND
004754         ADD WS-QTD TO WS-ESTORNADA-COUNT
004758         GO TO 2000-NEXT
004762     END-IF
004770     IF TICKET-TRIP-ID = SPACES
004780         ADD WS-QTD TO WS-SEM-PARTIDA-COUNT
004790         GO TO 2000-NEXT
004800     END-IF
004810     PERFORM 2100-FIND-PARTIDA THRU 2100-EXIT
004820     IF WS-TD-IDX > WS-TD-COUNT
004830         GO TO 2000-NEXT
004840     END-IF
004850     IF TICKET-STOP-EMB = SPACES
004860         OR TICKET-STOP-DES = SPACES
004870         ADD WS-QTD TO WS-TD-SEM-PARADA(WS-TD-IDX)
004880         ADD WS-QTD TO WS-SEM-PARADA-COUNT
004890         GO TO 2000-NEXT
004900     END-IF
004910     MOVE ZERO TO WS-EMB-POS WS-DES-POS
004920     IF WS-TD-RT(WS-TD-IDX) > ZERO
004930         SET WS-RT-IDX TO WS-TD-RT(WS-TD-IDX)
004940         PERFORM 2200-MATCH-PARADA THRU 2200-EXIT
004950             VARYING WS-K FROM 1 BY 1
004960             UNTIL WS-K > WS-RT-PARADAS(WS-RT-IDX)
004970     END-IF
004980     IF WS-EMB-POS = ZERO
004990         OR WS-DES-POS NOT > WS-EMB-POS
005000         ADD WS-QTD TO WS-TD-SEM-PARADA(WS-TD-IDX)
005010         ADD WS-QTD TO WS-PARADA-INV-COUNT
005020         GO TO 2000-NEXT
005030     END-IF
005040     ADD WS-QTD TO WS-TD-EMB(WS-TD-IDX, WS-EMB-POS)
005050     ADD WS-QTD TO WS-TD-DES(WS-TD-IDX, WS-DES-POS).
005060 2000-NEXT.
005070     PERFORM 8000-READ-TICKET.
005080 2000-EXIT.
005090     EXIT.
005100
005101 2050-MATCH-ESTORNO.
005102     IF WS-VD-RUN-DATE(WS-VD-IDX) = TICKET-RUN-DATE
005103         AND WS-VD-RUN-ID(WS-VD-IDX) = TICKET-RUN-ID
005104         AND WS-VD-SEQ(WS-VD-IDX) = TICKET-SEQ
005105         MOVE "Y" TO WS-FOUND-SW
005106     END-IF.
005107 2050-EXIT.
005108     EXIT.
005109
005110******************************************************************
005120*  2100-FIND-PARTIDA
005130*  LOCALIZA A PARTIDA (TRIP-ID + DATA) NA TABELA, ABRINDO UMA
005140*  NOVA SE PRECISO. TABELA CHEIA DEIXA WS-TD-IDX ALEM DO FIM.
005150******************************************************************
005160 2100-FIND-PARTIDA.
005170     MOVE "N" TO WS-FOUND-SW
005180     PERFORM 2110-MATCH-PARTIDA THRU 2110-EXIT
005190         VARYING WS-TD-IDX FROM 1 BY 1
005200         UNTIL WS-TD-IDX > WS-TD-COUNT OR WS-FOUND
005210     IF WS-FOUND
005220         SET WS-TD-IDX DOWN BY 1
005230         GO TO 2100-EXIT
005240     END-IF
005250     IF WS-TD-COUNT >= 200
005260         ADD 1 TO WS-TD-DROPPED
005270         GO TO 2100-EXIT
005280     END-IF
005290     ADD 1 TO WS-TD-COUNT
005300     SET WS-TD-IDX TO WS-TD-COUNT
005310     MOVE TICKET-TRIP-ID TO WS-TD-TRIP(WS-TD-IDX)
005320     MOVE TICKET-DATE    TO WS-TD-DATA(WS-TD-IDX)
005330     MOVE TICKET-ROTA    TO WS-TD-ROTA(WS-TD-IDX)
005340     MOVE ZERO           TO WS-TD-SEM-PARADA(WS-TD-IDX)
005345     MOVE TICKET-ROTA    TO WS-ROTA-WK
005350     PERFORM 2150-FIND-ROTA THRU 2150-EXIT
005360     MOVE WS-RT-POS      TO WS-TD-RT(WS-TD-IDX)
005370     PERFORM 2120-ZERA-PARADA THRU 2120-EXIT
005380         VARYING WS-K FROM 1 BY 1
005390         UNTIL WS-K > 30.
005400 2100-EXIT.
005410     EXIT.
005420
005430 2110-MATCH-PARTIDA.
005440     IF WS-TD-TRIP(WS-TD-IDX) = TICKET-TRIP-ID
005450         AND WS-TD-DATA(WS-TD-IDX) = TICKET-DATE
005460         MOVE "Y" TO WS-FOUND-SW
005470     END-IF.
005480 2110-EXIT.
005490     EXIT.
005500
005510 2120-ZERA-PARADA.
005520     MOVE ZERO TO WS-TD-EMB(WS-TD-IDX, WS-K)
005530                  WS-TD-DES(WS-TD-IDX, WS-K).
005540 2120-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580*  2150-FIND-ROTA
005590*  POSICAO (WS-RT-POS) DA ROTA WS-ROTA-WK NA TABELA DE ROTAS;
005600*  ZERO QUANDO A ROTA NAO TEM PARADAS NO STOPMAST.
005610******************************************************************
005620 2150-FIND-ROTA.
005630     MOVE ZERO TO WS-RT-POS
005640     PERFORM 2160-MATCH-ROTA THRU 2160-EXIT
005650         VARYING WS-RT-IDX FROM 1 BY 1
005660         UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-POS > ZERO.
005670 2150-EXIT.
005680     EXIT.
005690
005700 2160-MATCH-ROTA.
005710     IF WS-RT-ROTA(WS-RT-IDX) = WS-ROTA-WK
005720         SET WS-RT-POS TO WS-RT-IDX
005730     END-IF.
005740 2160-EXIT.
005750     EXIT.
005760
005770 2200-MATCH-PARADA.
005780     IF WS-RT-CODE(WS-RT-IDX, WS-K) = TICKET-STOP-EMB
005790         AND WS-EMB-POS = ZERO
005800         MOVE WS-K TO WS-EMB-POS
005810     END-IF
005820     IF WS-RT-CODE(WS-RT-IDX, WS-K) = TICKET-STOP-DES
005830         MOVE WS-K TO WS-DES-POS
005840     END-IF.
005850 2200-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890*  3000-PRINT-PARTIDAS
005900*  IMPRIME O PERFIL DE CADA PARTIDA: POR PARADA, EMBARQUES,
005910*  DESEMBARQUES E A BORDO AO SAIR DELA; DEPOIS O TRECHO DE PICO
005920*  CONTRA A CAPACIDADE DO VEICULO. ACUMULA OS TRECHOS DA ROTA.
005930******************************************************************
005940 3000-PRINT-PARTIDAS.
005950     PERFORM 3100-PRINT-ONE-PARTIDA THRU 3100-EXIT
005960         VARYING WS-SCAN FROM 1 BY 1
005970         UNTIL WS-SCAN > WS-TD-COUNT.
005980
005990 3100-PRINT-ONE-PARTIDA.
006000     SET WS-TD-IDX TO WS-SCAN
006010     ADD 1 TO WS-PARTIDAS-COUNT
006020     MOVE WS-TD-TRIP(WS-TD-IDX) TO WS-TRIP-WK
006030     MOVE SPACES TO WS-VEIC-WK
006040     MOVE ZERO   TO WS-CAPACIDADE
006050     PERFORM 3500-RESOLVE-VEICULO THRU 3500-EXIT
006060     MOVE SPACES TO REPORT-LINE
006070     WRITE REPORT-LINE
006080     MOVE SPACES TO REPORT-LINE
006090     STRING "PARTIDA " WS-TD-TRIP(WS-TD-IDX)
006100            " DIA " WS-TD-DATA(WS-TD-IDX)
006110            " ROTA " WS-TD-ROTA(WS-TD-IDX)
006120         DELIMITED BY SIZE INTO REPORT-LINE
006130     IF WS-VEIC-WK = SPACES
006140         MOVE "SEM VEICULO" TO REPORT-LINE(45:11)
006150     ELSE
006160         STRING "VEIC " WS-VEIC-WK " CAP " WS-CAPACIDADE
006170             DELIMITED BY SIZE INTO REPORT-LINE(45:24)
006180     END-IF
006190     WRITE REPORT-LINE
006200     IF WS-TD-RT(WS-TD-IDX) = ZERO
006210         MOVE "  ROTA SEM PARADAS NO STOPMAST - SEM PERFIL"
006220             TO REPORT-LINE
006230         WRITE REPORT-LINE
006240         GO TO 3100-SEM-PARADA
006250     END-IF
006260     SET WS-RT-IDX TO WS-TD-RT(WS-TD-IDX)
006270     MOVE "Y" TO WS-RT-USADA-SW(WS-RT-IDX)
006280     MOVE ZERO TO WS-A-BORDO WS-PICO WS-PICO-POS
006290     PERFORM 3200-PRINT-ONE-PARADA THRU 3200-EXIT
006300         VARYING WS-K FROM 1 BY 1
006310         UNTIL WS-K > WS-RT-PARADAS(WS-RT-IDX)
006320     IF WS-PICO-POS = ZERO
006330         MOVE "  NENHUM PASSAGEIRO COM PARADAS NESTA PARTIDA"
006340             TO REPORT-LINE
006350         WRITE REPORT-LINE
006360         GO TO 3100-SEM-PARADA
006370     END-IF
006380     ADD 1 TO WS-RT-SEG-PICOS(WS-RT-IDX, WS-PICO-POS)
006390     MOVE WS-PICO TO WS-QTD-ED
006400     COMPUTE WS-K = WS-PICO-POS + 1
006410     MOVE SPACES TO REPORT-LINE
006420     STRING "  TRECHO DE PICO "
006430            WS-RT-CODE(WS-RT-IDX, WS-PICO-POS) " -> "
006440            WS-RT-CODE(WS-RT-IDX, WS-K)
006450            " COM" WS-QTD-ED " A BORDO"
006460         DELIMITED BY SIZE INTO REPORT-LINE
006470     IF WS-VEIC-WK NOT = SPACES
006480         AND WS-PICO > WS-CAPACIDADE
006490         ADD 1 TO WS-ACIMA-COUNT
006500         MOVE ">>> ACIMA DA CAPACIDADE" TO REPORT-LINE(50:23)
006510     END-IF
006520     WRITE REPORT-LINE.
006530 3100-SEM-PARADA.
006540     IF WS-TD-SEM-PARADA(WS-TD-IDX) NOT = ZERO
006550         MOVE WS-TD-SEM-PARADA(WS-TD-IDX) TO WS-QTD-ED
006560         MOVE SPACES TO REPORT-LINE
006570         STRING "  PASSAGEIROS SEM PARADAS (FORA DO PERFIL):"
006580                WS-QTD-ED
006590             DELIMITED BY SIZE INTO REPORT-LINE
006600         WRITE REPORT-LINE
006610     END-IF.
006620 3100-EXIT.
006630     EXIT.
006640
006650*    A BORDO AO SAIR DA PARADA K = CARGA DO TRECHO K -> K + 1.
006660 3200-PRINT-ONE-PARADA.
006670     COMPUTE WS-A-BORDO = WS-A-BORDO
006680                        + WS-TD-EMB(WS-TD-IDX, WS-K)
006690                        - WS-TD-DES(WS-TD-IDX, WS-K)
006700     MOVE WS-TD-EMB(WS-TD-IDX, WS-K) TO WS-EMB-ED
006710     MOVE WS-TD-DES(WS-TD-IDX, WS-K) TO WS-DES-ED
006720     MOVE WS-A-BORDO TO WS-QTD-ED
006730     MOVE SPACES TO REPORT-LINE
006740     STRING "  " WS-RT-CODE(WS-RT-IDX, WS-K)
006750            " " WS-RT-DESC(WS-RT-IDX, WS-K)
006760            " EMB" WS-EMB-ED
006770            " DES" WS-DES-ED
006780            " A BORDO" WS-QTD-ED
006790         DELIMITED BY SIZE INTO REPORT-LINE
006800     WRITE REPORT-LINE
006810     IF WS-K NOT < WS-RT-PARADAS(WS-RT-IDX)
006820         GO TO 3200-EXIT
006830     END-IF
006840     ADD WS-A-BORDO TO WS-RT-SEG-TOTAL(WS-RT-IDX, WS-K)
006850     IF WS-A-BORDO > WS-RT-SEG-MAX(WS-RT-IDX, WS-K)
006860         MOVE WS-A-BORDO TO WS-RT-SEG-MAX(WS-RT-IDX, WS-K)
006870     END-IF
006880     IF WS-A-BORDO > WS-PICO
006890         MOVE WS-A-BORDO TO WS-PICO
006900         MOVE WS-K       TO WS-PICO-POS
006910     END-IF.
006920 3200-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960*  3500-RESOLVE-VEICULO
006970*  RESOLVE O VEICULO DA PARTIDA (TRIPVEIC) E A CAPACIDADE
006980*  (ASSENTOS + EM PE DO VEICMAST).
006990******************************************************************
007000 3500-RESOLVE-VEICULO.
007010     PERFORM 3550-MATCH-TRV THRU 3550-EXIT
007020         VARYING WS-TV-IDX FROM 1 BY 1
007030         UNTIL WS-TV-IDX > WS-TV-COUNT
007040            OR WS-VEIC-WK NOT = SPACES
007050     IF WS-VEIC-WK = SPACES
007060         GO TO 3500-EXIT
007070     END-IF
007080     PERFORM 3580-MATCH-VEIC THRU 3580-EXIT
007090         VARYING WS-VE-IDX FROM 1 BY 1
007100         UNTIL WS-VE-IDX > WS-VE-COUNT
007110            OR WS-CAPACIDADE > ZERO.
007120 3500-EXIT.
007130     EXIT.
007140
007150 3550-MATCH-TRV.
007160     IF WS-TV-TRIP(WS-TV-IDX) = WS-TRIP-WK
007170         MOVE WS-TV-VEIC(WS-TV-IDX) TO WS-VEIC-WK
007180     END-IF.
007190 3550-EXIT.
007200     EXIT.
007210
007220 3580-MATCH-VEIC.
007230     IF WS-VE-ID(WS-VE-IDX) = WS-VEIC-WK
007240         COMPUTE WS-CAPACIDADE =
007250             WS-VE-ASSENTOS(WS-VE-IDX)
007260             + WS-VE-EM-PE(WS-VE-IDX)
007270     END-IF.
007280 3580-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320*  4000-PRINT-ROTAS
007330*  RESUMO DO PERIODO POR ROTA: CADA TRECHO COM O TOTAL DE
007340*  PASSAGEIROS QUE O PERCORRERAM, A MAIOR CARGA NUMA PARTIDA E EM
007350*  QUANTAS PARTIDAS FOI O TRECHO DE PICO; O TRECHO DE MAIOR TOTAL
007360*  SAI MARCADO.
007370******************************************************************
007380 4000-PRINT-ROTAS.
007390     MOVE SPACES TO REPORT-LINE
007400     WRITE REPORT-LINE
007410     MOVE "TRECHOS MAIS CARREGADOS POR ROTA NO PERIODO"
007420         TO REPORT-LINE
007430     WRITE REPORT-LINE
007440     PERFORM 4100-PRINT-ONE-ROTA THRU 4100-EXIT
007450         VARYING WS-SCAN FROM 1 BY 1
007460         UNTIL WS-SCAN > WS-RT-COUNT
007470     MOVE SPACES TO REPORT-LINE
007480     WRITE REPORT-LINE
007490     MOVE SPACES TO REPORT-LINE
007500     STRING "PARTIDAS: " WS-PARTIDAS-COUNT
007510            "  ACIMA DA CAPACIDADE NO PICO: " WS-ACIMA-COUNT
007520         DELIMITED BY SIZE INTO REPORT-LINE
007530     WRITE REPORT-LINE
007540     MOVE WS-SEM-PARADA-COUNT TO WS-TOTAL-ED
007550     MOVE SPACES TO REPORT-LINE
007560     STRING "PASSAGEIROS SEM PARADAS:    " WS-TOTAL-ED
007570         DELIMITED BY SIZE INTO REPORT-LINE
007580     WRITE REPORT-LINE
007590     MOVE WS-PARADA-INV-COUNT TO WS-TOTAL-ED
007600     MOVE SPACES TO REPORT-LINE
007610     STRING "PARADA FORA DA ROTA:        " WS-TOTAL-ED
007620         DELIMITED BY SIZE INTO REPORT-LINE
007630     WRITE REPORT-LINE
007640     MOVE WS-SEM-PARTIDA-COUNT TO WS-TOTAL-ED
007650     MOVE SPACES TO REPORT-LINE
007660     STRING "PASSAGENS SEM PARTIDA:      " WS-TOTAL-ED
007670         DELIMITED BY SIZE INTO REPORT-LINE
007680     WRITE REPORT-LINE
007681     MOVE WS-ESTORNADA-COUNT TO WS-TOTAL-ED
007682     MOVE SPACES TO REPORT-LINE
007683     STRING "PASSAGENS ESTORNADAS:       " WS-TOTAL-ED
007684         DELIMITED BY SIZE INTO REPORT-LINE
007685     WRITE REPORT-LINE
007686     IF WS-VD-DROPPED > ZERO
007687         MOVE SPACES TO REPORT-LINE
007688         STRING "*** AVISO: " WS-VD-DROPPED
007689                " ESTORNO(S) FORA DA TABELA"
007690             DELIMITED BY SIZE INTO REPORT-LINE
007691         WRITE REPORT-LINE
007692     END-IF
007693     IF WS-TD-DROPPED > ZERO
007700         MOVE SPACES TO REPORT-LINE
007710         STRING "*** AVISO: " WS-TD-DROPPED
007720                " PASSAGEM(NS) SEM VAGA NA TABELA DE PARTIDAS"
007730             DELIMITED BY SIZE INTO REPORT-LINE
007740         WRITE REPORT-LINE
007750     END-IF
007760     IF WS-ST-DROPPED > ZERO
007770         MOVE SPACES TO REPORT-LINE
007780         STRING "*** AVISO: " WS-ST-DROPPED
007790                " PARADA(S) DO STOPMAST FORA DA TABELA"
007800             DELIMITED BY SIZE INTO REPORT-LINE
007810         WRITE REPORT-LINE
007820     END-IF.
007830
007840 4100-PRINT-ONE-ROTA.
007850     SET WS-RT-IDX TO WS-SCAN
007860     IF NOT WS-RT-USADA(WS-RT-IDX)
007870         OR WS-RT-PARADAS(WS-RT-IDX) < 2
007880         GO TO 4100-EXIT
007890     END-IF
007900     MOVE ZERO TO WS-MAIOR-TOTAL WS-MAIOR-POS
007910     PERFORM 4150-ACHA-MAIOR THRU 4150-EXIT
007920         VARYING WS-K FROM 1 BY 1
007930         UNTIL WS-K NOT < WS-RT-PARADAS(WS-RT-IDX)
007940     MOVE SPACES TO REPORT-LINE
007950     WRITE REPORT-LINE
007960     MOVE SPACES TO REPORT-LINE
007970     STRING "ROTA " WS-RT-ROTA(WS-RT-IDX)
007980            "   TRECHO        PASSAGEIROS  MAIOR CARGA"
007990            "  VEZES PICO"
008000         DELIMITED BY SIZE INTO REPORT-LINE
008010     WRITE REPORT-LINE
008020     PERFORM 4200-PRINT-ONE-TRECHO THRU 4200-EXIT
008030         VARYING WS-K FROM 1 BY 1
008040         UNTIL WS-K NOT < WS-RT-PARADAS(WS-RT-IDX).
008050 4100-EXIT.
008060     EXIT.
008070
008080 4150-ACHA-MAIOR.
008090     IF WS-RT-SEG-TOTAL(WS-RT-IDX, WS-K) > WS-MAIOR-TOTAL
008100         MOVE WS-RT-SEG-TOTAL(WS-RT-IDX, WS-K) TO WS-MAIOR-TOTAL
008110         MOVE WS-K TO WS-MAIOR-POS
008120     END-IF.
008130 4150-EXIT.
008140     EXIT.
008150
008160 4200-PRINT-ONE-TRECHO.
008170     COMPUTE WS-RANK = WS-K + 1
008180     MOVE WS-RT-SEG-TOTAL(WS-RT-IDX, WS-K) TO WS-TOTAL-ED
008190     MOVE WS-RT-SEG-MAX(WS-RT-IDX, WS-K)   TO WS-QTD-ED
008200     MOVE SPACES TO REPORT-LINE
008210     STRING "         " WS-RT-CODE(WS-RT-IDX, WS-K)
008220            " -> " WS-RT-CODE(WS-RT-IDX, WS-RANK)
008230            "    " WS-TOTAL-ED
008240            "       " WS-QTD-ED
008250            "       " WS-RT-SEG-PICOS(WS-RT-IDX, WS-K)
008260         DELIMITED BY SIZE INTO REPORT-LINE
008270     IF WS-K = WS-MAIOR-POS
008280         MOVE "<<< MAIS CARREGADO" TO REPORT-LINE(62:18)
008290     END-IF
008300     WRITE REPORT-LINE.
008310 4200-EXIT.
008320     EXIT.
008330
008340******************************************************************
008350*  5000-FINALIZE
008360*  REGISTRA O RELATORIO NA AUDITORIA E FECHA OS ARQUIVOS.
008370******************************************************************
008380 5000-FINALIZE.
008390     PERFORM 7000-WRITE-AUDIT
008400     IF WS-TICKETS-FILE-STATUS NOT = "35"
008410         CLOSE TICKETS-FILE
008420     END-IF
008430     CLOSE PROFILE-REPORT-FILE
008440     CLOSE AUDIT-LOG-FILE
008450     DISPLAY "PERFIL DE CARGA GRAVADO EM PERFRPT".
008460
008470******************************************************************
008480*  7000-WRITE-AUDIT
008490*  GRAVA O RESUMO DO RELATORIO NA TRILHA DE AUDITORIA.
008500******************************************************************
008510 7000-WRITE-AUDIT.
008520     MOVE "PERFCARG"         TO AUDIT-PROGRAM-ID
008530     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
008540     ACCEPT AUDIT-TIME FROM TIME
008550     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
008560     MOVE WS-DATE-FROM        TO AUDIT-KEY
008570     MOVE SPACES              TO AUDIT-DETAIL
008580     STRING "ATE=" WS-DATE-TO
008590            " PARTIDAS=" WS-PARTIDAS-COUNT
008600            " ACIMA=" WS-ACIMA-COUNT
008610         DELIMITED BY SIZE INTO AUDIT-DETAIL
008620     CALL "AUDITWR" USING AUDIT-RECORD.
008630
008640******************************************************************
008650*  8000-READ-TICKET
008660*  LE A PROXIMA PASSAGEM DO ARQUIVO.
008670******************************************************************
008680 8000-READ-TICKET.
008690     READ TICKETS-FILE
008700         AT END
008710             MOVE "Y" TO WS-TICKET-EOF-SW
008720     END-READ.
