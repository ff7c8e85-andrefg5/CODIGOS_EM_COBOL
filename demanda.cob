000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DEMANDA.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - PLANEJAMENTO DA GRADE PELA DEMANDA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  DEMANDA.CBL
000090*  PLANEJAMENTO DA GRADE DE HORARIOS PELA DEMANDA. A GRADE
000100*  (TIMETAB) E MANTIDA A MAO NO HORAMANT E A PARTIDA FICA NELA
000110*  LEVE 3 OU 60 PESSOAS. ESTE PROGRAMA LE SEMANAS DE PASSAGENS
000120*  (TICKETS, PELA DATA DE VIAGEM) E, PARA CADA PARTIDA DA GRADE
000130*  (ROTA + HHMM) EM CADA TIPO DE DIA DO TT-PATTERN (UTEIS PELO
000140*  DIAUTIL, SABADO, DOMINGO/FERIADO - A PARTIDA "T" CONTA NOS
000150*  TRES), TIRA A MEDIA DE PASSAGEIROS POR VIAGEM E A COMPARA COM A
000160*  CAPACIDADE DO VEICULO (TRIPVEIC + VEICMAST, ASSENTOS + EM PE,
000170*  COMO NO LOTACAO; SEM VEICULO, A CAPACIDADE PADRAO DO DEMPARM).
000180*  CONTRA OS LIMIARES DO DEMPARM RECOMENDA:
000190*    - REFORCO: PARTIDA NOVA NO MEIO DO INTERVALO ATE A SEGUINTE
000200*      (OU 30 MINUTOS DEPOIS DA ULTIMA), DIVIDINDO A CARGA;
000210*    - FUSAO: DUAS PARTIDAS SEGUIDAS DA MESMA FAIXA HORARIA VIRAM
000220*      A PRIMEIRA, SOMANDO AS CARGAS;
000230*    - CORTE: A PARTIDA SAI E OS PASSAGEIROS VAO PARA A VIZINHA
000240*      MAIS PROXIMA (QUE NAO PODE SER CORTADA NEM FUNDIDA).
000250*  CADA RECOMENDACAO SAI COM A MEDIA ESTIMADA DEPOIS DA MUDANCA.
000260*  O RELATORIO (DEMARPT) TRAZ AS PARTIDAS POR ROTA, TIPO DE DIA E
000270*  FAIXA HORARIA; O OPERADOR ACEITA OU NAO CADA RECOMENDACAO, O
000280*  EFEITO DAS ACEITAS NA MEDIA POR VIAGEM VAI AO RELATORIO E A
000290*  GRADE PROPOSTA (TIMEPROP, LAYOUT TIMETABREC) FICA PARA O
000300*  HORAMANT CONFERIR E CARREGAR. A PASSAGEM ESTORNADA NAO CONTA.
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY
000330*  DATE       INIT  DESCRIPTION
000340*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000420     SELECT TIMETABLE-FILE ASSIGN TO "TIMETAB"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-TT-FILE-STATUS.
000450     SELECT TIMETABLE-PROPOSAL-FILE ASSIGN TO "TIMEPROP"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEICMAST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-VEIC-FILE-STATUS.
000500     SELECT TRIP-VEHICLE-FILE ASSIGN TO "TRIPVEIC"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-TRV-FILE-STATUS.
000530     SELECT DEMAND-PARM-FILE ASSIGN TO "DEMPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-DMP-FILE-STATUS.
000560     SELECT DEMAND-REPORT-FILE ASSIGN TO "DEMARPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  TICKETS-FILE
000640     RECORDING MODE IS F.
000650     COPY TICKETREC.
000660 FD  TIMETABLE-FILE
000670     RECORDING MODE IS F.
000680     COPY TIMETABREC.
000690 FD  TIMETABLE-PROPOSAL-FILE
000700     RECORDING MODE IS F.
000710 01  PROPOSAL-RECORD             PIC X(20).
000720 FD  VEHICLE-MASTER-FILE
000730     RECORDING MODE IS F.
000740     COPY VEICREC.
000750 FD  TRIP-VEHICLE-FILE
000760     RECORDING MODE IS F.
000770     COPY TRIPVEICREC.
000780 FD  DEMAND-PARM-FILE
000790     RECORDING MODE IS F.
000800     COPY DEMPARMREC.
000810 FD  DEMAND-REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  REPORT-LINE                 PIC X(80).
000840 FD  AUDIT-LOG-FILE
000850     RECORDING MODE IS F.
000860     COPY AUDITREC.
000870 WORKING-STORAGE SECTION.
000880 01  WS-SWITCHES.
000890     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000900     05  WS-TT-FILE-STATUS       PIC X(02)   VALUE "00".
000910     05  WS-VEIC-FILE-STATUS     PIC X(02)   VALUE "00".
000920     05  WS-TRV-FILE-STATUS      PIC X(02)   VALUE "00".
000930     05  WS-DMP-FILE-STATUS      PIC X(02)   VALUE "00".
000940     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000950     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000960         88  WS-TICKET-EOF                   VALUE "Y".
000970     05  WS-TT-EOF-SW            PIC X(01)   VALUE "N".
000980         88  WS-TT-EOF                       VALUE "Y".
000990     05  WS-VEIC-EOF-SW          PIC X(01)   VALUE "N".
001000         88  WS-VEIC-EOF                     VALUE "Y".
001010     05  WS-TRV-EOF-SW           PIC X(01)   VALUE "N".
001020         88  WS-TRV-EOF                      VALUE "Y".
001030     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001040         88  WS-SIGNON-VALID                 VALUE "Y".
001050     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001060         88  WS-FOUND                        VALUE "Y".
001070     05  WS-TODAS-SW             PIC X(01)   VALUE "N".
001080         88  WS-TODAS                        VALUE "Y".
001090 01  WS-MSG-CODE-WK              PIC X(08).
001100 01  WS-MSG-TEXT-WK              PIC X(60).
001110 01  WS-OPERATOR-ID              PIC X(08).
001120 01  WS-OPERATOR-PIN             PIC X(04).
001130 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001140 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001150     88  WS-AUTHORIZED                       VALUE "Y".
001160 01  WS-RUN-STAMP-DISP           PIC X(30).
001170     COPY RUNSTAMP.
001180 01  WS-DATE-FROM                PIC X(08).
001190 01  WS-DATE-TO                  PIC X(08).
001200 01  WS-DIA                      PIC X(08).
001210 01  WS-DATA-NUM                 PIC 9(08).
001220 01  WS-INT-FROM                 PIC 9(07).
001230 01  WS-INT-TO                   PIC 9(07).
001240 01  WS-INT-WK                   PIC 9(07).
001250 01  WS-DIAS-PERIODO             PIC 9(05).
001260 01  WS-DY-POS                   PIC 9(05).
001270 01  WS-DIA-SEMANA               PIC 9(01).
001280 01  WS-DIAUTIL-FUNC             PIC X(01).
001290 01  WS-DU-DATE-OUT              PIC X(08).
001300 01  WS-DU-BUSINESS-SW           PIC X(01).
001310 01  WS-DIAS-U                   PIC 9(03)   VALUE ZERO.
001320 01  WS-DIAS-S                   PIC 9(03)   VALUE ZERO.
001330 01  WS-DIAS-D                   PIC 9(03)   VALUE ZERO.
001340 01  WS-TIPO-WK                  PIC X(01).
001350 01  WS-TIPO-DESC                PIC X(08).
001360 01  WS-RESPOSTA                 PIC X(01).
001370*  REGISTRO DA GRADE PROPOSTA, MONTADO AQUI E GRAVADO NO TIMEPROP.
001380     COPY TIMETABREC REPLACING ==TIMETABLE-RECORD== BY
001390         ==TIMETABLE-WORK-RECORD==.
001400******************************************************************
001410*  LIMIARES PADRAO, TROCADOS PELO DEMPARM QUANDO HA.
001420******************************************************************
001430 01  WS-PCT-REFORCO              PIC 9(03)   VALUE 90.
001440 01  WS-PCT-CORTE                PIC 9(03)   VALUE 25.
001450 01  WS-PCT-FUSAO                PIC 9(03)   VALUE 70.
001460 01  WS-CAP-PADRAO               PIC 9(03)   VALUE 40.
001470******************************************************************
001480*  CAMPOS DE TRABALHO.
001490******************************************************************
001500 01  WS-SCAN                     PIC 9(03).
001510 01  WS-SCAN2                    PIC 9(03).
001520 01  WS-POS                      PIC 9(03).
001530 01  WS-PRV                      PIC 9(03).
001540 01  WS-NXT                      PIC 9(03).
001550 01  WS-DEST                     PIC 9(03).
001560 01  WS-KEEP                     PIC 9(01).
001570 01  WS-QTD                      PIC 9(05).
001580 01  WS-VEIC-WK                  PIC X(06).
001590 01  WS-CAP-WK                   PIC 9(04).
001600 01  WS-CAP-MIN                  PIC 9(04).
001610 01  WS-SOMA                     PIC 9(05)V9.
001620 01  WS-OCUP-WK                  PIC 9(05).
001630 01  WS-MIN-A                    PIC 9(04).
001640 01  WS-MIN-B                    PIC 9(04).
001650 01  WS-GAP-A                    PIC 9(04).
001660 01  WS-GAP-B                    PIC 9(04).
001670 01  WS-HORA-WK.
001680     05  WS-HORA-HH              PIC 9(02).
001690     05  WS-HORA-MM              PIC 9(02).
001700 01  WS-NEW-CHAVE.
001710     05  WS-NEW-ROTA             PIC X(03).
001720     05  WS-NEW-TIPO             PIC X(01).
001730     05  WS-NEW-HORA             PIC X(04).
001740 01  WS-RECOM-TXT                PIC X(40).
001750 01  WS-VIAG-ED                  PIC ZZZ9.
001760 01  WS-PASS-ED                  PIC -ZZZZZ9.
001770 01  WS-MEDIA-ED                 PIC ZZZ9.9.
001780 01  WS-MEDIA2-ED                PIC ZZZ9.9.
001790 01  WS-CAP-ED                   PIC ZZZ9.
001800 01  WS-OCUP-ED                  PIC ZZZ9.
001810 01  WS-PART-ED                  PIC ZZ9.
001820 01  WS-PART2-ED                 PIC ZZ9.
001830******************************************************************
001840*  SUBTOTAL DA FAIXA HORARIA (ROTA + TIPO DE DIA + HORA CHEIA) E
001850*  EFEITO DAS RECOMENDACOES ACEITAS POR ROTA + TIPO DE DIA.
001860******************************************************************
001870 01  WS-FX-CHAVE.
001880     05  WS-FX-ROTA              PIC X(03).
001890     05  WS-FX-TIPO              PIC X(01).
001900     05  WS-FX-HH                PIC X(02).
001910 01  WS-FX-PARTIDAS              PIC 9(03).
001920 01  WS-FX-VIAGENS               PIC 9(05).
001930 01  WS-FX-PASSAG                PIC S9(07).
001940 01  WS-FX-MEDIA                 PIC 9(04)V9.
001950 01  WS-EF-CHAVE.
001960     05  WS-EF-ROTA              PIC X(03).
001970     05  WS-EF-TIPO              PIC X(01).
001980 01  WS-EF-PART-ANTES            PIC 9(03).
001990 01  WS-EF-PART-DEPOIS           PIC 9(03).
002000 01  WS-EF-VIAG-ANTES            PIC 9(05).
002010 01  WS-EF-VIAG-DEPOIS           PIC 9(05).
002020 01  WS-EF-PASSAG                PIC S9(07).
002030 01  WS-EF-MEDIA                 PIC 9(04)V9.
002040******************************************************************
002050*  CONTADORES.
002060******************************************************************
002070 01  WS-RECOM-COUNT              PIC 9(03)   VALUE ZERO.
002080 01  WS-ACEITA-COUNT             PIC 9(03)   VALUE ZERO.
002090 01  WS-PROP-COUNT               PIC 9(03)   VALUE ZERO.
002100 01  WS-FORA-GRADE-PASS          PIC S9(07)  VALUE ZERO.
002110 01  WS-ESTORNADA-COUNT          PIC S9(07)  VALUE ZERO.
002120 01  WS-AN-DROPPED               PIC 9(03)   VALUE ZERO.
002130 01  WS-VD-DROPPED               PIC 9(05)   VALUE ZERO.
002140
002150******************************************************************
002160*  TIPO DE DIA (U/S/D) DE CADA DIA DO PERIODO, PELA POSICAO DO DIA
002170*  A PARTIR DA DATA INICIAL.
002180******************************************************************
002190 01  WS-DY-TABLE.
002200     05  WS-DY-TIPO              PIC X(01)   OCCURS 120 TIMES.
002210
002220******************************************************************
002230*  GRADE ATUAL, COMO ESTA NO TIMETAB.
002240******************************************************************
002250 01  WS-TT-TABLE.
002260     05  WS-TT-ENTRY OCCURS 100 TIMES
002270                     INDEXED BY WS-TT-IDX.
002280         10  WS-TT-ROTA          PIC X(03).
002290         10  WS-TT-TIME          PIC X(04).
002300         10  WS-TT-PATTERN       PIC X(01).
002310 01  WS-TT-COUNT                 PIC 9(03)   VALUE ZERO.
002320
002330******************************************************************
002340*  PARTIDAS ANALISADAS: UMA POR PARTIDA DA GRADE E TIPO DE DIA (A
002350*  "T" ABRE TRES), EM ORDEM DE ROTA + TIPO + HORARIO. WS-AN-ACAO:
002360*    R = REFORCO (NOVA PARTIDA EM WS-AN-NOVA-HORA)
002370*    L = LOTADA, SEM HORARIO LIVRE PARA O REFORCO (SO AVISO)
002380*    F = FUSAO, ABSORVE A SEGUINTE (WS-AN-DEST)
002390*    X = ABSORVIDA PELA ANTERIOR NUMA FUSAO
002400*    C = CORTE, PASSAGEIROS PARA A VIZINHA WS-AN-DEST
002410******************************************************************
002420 01  WS-AN-TABLE.
002430     05  WS-AN-ENTRY OCCURS 300 TIMES
002440                     INDEXED BY WS-AN-IDX.
002450         10  WS-AN-CHAVE.
002460             15  WS-AN-ROTA      PIC X(03).
002470             15  WS-AN-TIPO      PIC X(01).
002480             15  WS-AN-HORA      PIC X(04).
002490         10  WS-AN-TT            PIC 9(03).
002500         10  WS-AN-VIAGENS       PIC 9(03).
002510         10  WS-AN-PASSAG        PIC S9(07).
002520         10  WS-AN-CAP           PIC 9(04).
002530         10  WS-AN-MEDIA         PIC 9(04)V9.
002540         10  WS-AN-OCUP          PIC 9(05).
002550         10  WS-AN-ACAO          PIC X(01).
002560         10  WS-AN-DEST          PIC 9(03).
002570         10  WS-AN-NOVA-HORA     PIC X(04).
002580         10  WS-AN-ESTIMA        PIC 9(04)V9.
002590         10  WS-AN-RECEBE-SW     PIC X(01).
002600             88  WS-AN-RECEBE            VALUE "Y".
002610         10  WS-AN-ACEITA-SW     PIC X(01).
002620             88  WS-AN-ACEITA            VALUE "Y".
002630 01  WS-AN-COUNT                 PIC 9(03)   VALUE ZERO.
002640
002650******************************************************************
002660*  VEICULOS (CAPACIDADE) E ATRIBUICAO PARTIDA -> VEICULO.
002670******************************************************************
002680 01  WS-VE-TABLE.
002690     05  WS-VE-ENTRY OCCURS 50 TIMES
002700                     INDEXED BY WS-VE-IDX.
002710         10  WS-VE-ID            PIC X(06).
002720         10  WS-VE-ASSENTOS      PIC 9(03).
002730         10  WS-VE-EM-PE         PIC 9(03).
002740 01  WS-VE-COUNT                 PIC 9(03)   VALUE ZERO.
002750 01  WS-TV-TABLE.
002760     05  WS-TV-ENTRY OCCURS 200 TIMES
002770                     INDEXED BY WS-TV-IDX.
002780         10  WS-TV-TRIP          PIC X(12).
002790         10  WS-TV-VEIC          PIC X(06).
002800 01  WS-TV-COUNT                 PIC 9(03)   VALUE ZERO.
002810
002820******************************************************************
002830*  CHAVES (CARIMBO + SEQUENCIA) DAS PASSAGENS ESTORNADAS, LIDAS
002840*  DAS REVERSOES NUMA PRIMEIRA PASSADA PELO TICKETS.
002850******************************************************************
002860 01  WS-VD-TABLE.
002870     05  WS-VD-ENTRY OCCURS 500 TIMES
002880                     INDEXED BY WS-VD-IDX.
002890         10  WS-VD-RUN-DATE      PIC X(08).
002900         10  WS-VD-RUN-ID        PIC X(08).
002910         10  WS-VD-SEQ           PIC 9(05).
002920 01  WS-VD-COUNT                 PIC 9(03)   VALUE ZERO.
002930
002940 PROCEDURE DIVISION.
002950
002960 0000-MAINLINE.
002970     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002980*    ROTINA DE PLANEJAMENTO - EXIGE NIVEL 5 PELO OPAUTH.
002990     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
003000                         WS-AUTHORIZED-SW
003010     IF NOT WS-AUTHORIZED
003020         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
003030         MOVE 8 TO RETURN-CODE
003040         STOP RUN
003050     END-IF
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003070     PERFORM 2000-TALLY-TICKET THRU 2000-EXIT
003080         UNTIL WS-TICKET-EOF
003090     PERFORM 2500-CALCULA THRU 2500-EXIT
003100         VARYING WS-SCAN FROM 1 BY 1
003110         UNTIL WS-SCAN > WS-AN-COUNT
003120     PERFORM 2600-RECOMENDA THRU 2600-EXIT
003130         VARYING WS-SCAN FROM 1 BY 1
003140         UNTIL WS-SCAN > WS-AN-COUNT
003150     PERFORM 3000-PRINT-PARTIDAS
003160     PERFORM 4000-ACEITA THRU 4000-EXIT
003170         VARYING WS-SCAN FROM 1 BY 1
003180         UNTIL WS-SCAN > WS-AN-COUNT
003190     PERFORM 4500-PRINT-EFEITO
003200     PERFORM 5000-GRAVA-PROPOSTA THRU 5000-EXIT
003210     PERFORM 6000-FINALIZE
003220     STOP RUN.
003230
003240******************************************************************
003250*  0010-SIGN-ON
003260*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
003270*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
003280******************************************************************
003290 0010-SIGN-ON.
003300     MOVE "N" TO WS-SIGNON-VALID-SW
003310     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
003320         UNTIL WS-SIGNON-VALID.
003330 0010-EXIT.
003340     EXIT.
003350
003360 0020-PROMPT-SIGNON.
003370     MOVE "SGN-001" TO WS-MSG-CODE-WK
003380     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003390     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003400     ACCEPT WS-OPERATOR-ID
003410     MOVE "SGN-002" TO WS-MSG-CODE-WK
003420     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003430     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003440     ACCEPT WS-OPERATOR-PIN
003450     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003460                           WS-SIGNON-VALID-SW
003470     IF NOT WS-SIGNON-VALID
003480         MOVE "SGN-003" TO WS-MSG-CODE-WK
003490         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003500         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003510     END-IF.
003520 0020-EXIT.
003530     EXIT.
003540
003550
003560******************************************************************
003570*  1000-INITIALIZE
003580*  PEDE O PERIODO (ATE 120 DIAS), CLASSIFICA CADA DIA (UTIL PELO
003590*  DIAUTIL; SABADO E DOMINGO PELO RESTO-7 DO CALENDARIO, COMO NO
003600*  PARTIDAS; FERIADO CONTA COMO DOMINGO), CARREGA LIMIARES,
003610*  VEICULOS, ATRIBUICOES, GRADE E ESTORNOS E ABRE OS ARQUIVOS.
003620******************************************************************
003630 1000-INITIALIZE.
003640     DISPLAY "DATA INICIAL (AAAAMMDD, BRANCO=4 SEMANAS):"
003650     ACCEPT WS-DATE-FROM
003660     DISPLAY "DATA FINAL (AAAAMMDD, BRANCO=HOJE):"
003670     ACCEPT WS-DATE-TO
003680     IF WS-DATE-TO = SPACES
003690         ACCEPT WS-DATE-TO FROM DATE YYYYMMDD
003700     END-IF
003710     IF WS-DATE-TO NOT NUMERIC
003720         GO TO 1000-PERIODO-INVALIDO
003730     END-IF
003740     MOVE WS-DATE-TO TO WS-DATA-NUM
003750     COMPUTE WS-INT-TO = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
003760     IF WS-DATE-FROM = SPACES
003770         COMPUTE WS-INT-FROM = WS-INT-TO - 27
003780         COMPUTE WS-DATA-NUM =
003790                 FUNCTION DATE-OF-INTEGER(WS-INT-FROM)
003800         MOVE WS-DATA-NUM TO WS-DATE-FROM
003810     END-IF
003820     IF WS-DATE-FROM NOT NUMERIC
003830         GO TO 1000-PERIODO-INVALIDO
003840     END-IF
003850     MOVE WS-DATE-FROM TO WS-DATA-NUM
003860     COMPUTE WS-INT-FROM = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
003870     IF WS-INT-FROM = ZERO OR WS-INT-TO = ZERO
003880         OR WS-INT-TO < WS-INT-FROM
003890         GO TO 1000-PERIODO-INVALIDO
003900     END-IF
003910     COMPUTE WS-DIAS-PERIODO = WS-INT-TO - WS-INT-FROM + 1
003920     IF WS-DIAS-PERIODO > 120
003930         GO TO 1000-PERIODO-INVALIDO
003940     END-IF
003950     PERFORM 1050-CLASSIFICA-DIA THRU 1050-EXIT
003960         VARYING WS-DY-POS FROM 1 BY 1
003970         UNTIL WS-DY-POS > WS-DIAS-PERIODO
003980     PERFORM 1100-LOAD-DEM-PARM THRU 1100-EXIT
003990     PERFORM 1200-LOAD-VEICULOS
004000     PERFORM 1250-LOAD-ATRIBUICOES
004010     PERFORM 1300-LOAD-GRADE THRU 1300-EXIT
004020     PERFORM 1500-LOAD-ESTORNOS THRU 1500-EXIT
004030     OPEN INPUT TICKETS-FILE
004040     IF WS-TICKETS-FILE-STATUS = "35"
004050         MOVE "Y" TO WS-TICKET-EOF-SW
004060     END-IF
004070     OPEN OUTPUT DEMAND-REPORT-FILE
004080     PERFORM 0100-OPEN-AUDIT-LOG-FILE
004090     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
004100     ACCEPT RUN-STAMP-ID   FROM TIME
004110     MOVE SPACES TO WS-RUN-STAMP-DISP
004120     STRING "EXECUCAO " DELIMITED BY SIZE
004130            RUN-STAMP-DATE DELIMITED BY SIZE
004140            " " DELIMITED BY SIZE
004150            RUN-STAMP-ID DELIMITED BY SIZE
004160         INTO WS-RUN-STAMP-DISP
004170     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
004180     WRITE REPORT-LINE
004190     MOVE SPACES TO REPORT-LINE
004200     STRING "DEMANDA POR PARTIDA DA GRADE - VIAGENS DE "
004210                DELIMITED BY SIZE
004220            WS-DATE-FROM DELIMITED BY SIZE
004230            " A " DELIMITED BY SIZE
004240            WS-DATE-TO DELIMITED BY SIZE
004250         INTO REPORT-LINE
004260     WRITE REPORT-LINE
004270     MOVE SPACES TO REPORT-LINE
004280     STRING "LIMIARES (% DA CAPACIDADE): REFORCO " WS-PCT-REFORCO
004290            "  CORTE " WS-PCT-CORTE
004300            "  FUSAO " WS-PCT-FUSAO
004310            "  CAP.PADRAO " WS-CAP-PADRAO
004320         DELIMITED BY SIZE INTO REPORT-LINE
004330     WRITE REPORT-LINE
004340     IF NOT WS-TICKET-EOF
004350         PERFORM 8000-READ-TICKET
004360     END-IF
004370     GO TO 1000-EXIT.
004380 1000-PERIODO-INVALIDO.
004390     DISPLAY "PERIODO INVALIDO OU MAIOR QUE 120 DIAS - NADA FEITO"
004400     MOVE 8 TO RETURN-CODE
004410     STOP RUN.
004420 1000-EXIT.
004430     EXIT.
004440
004450 1050-CLASSIFICA-DIA.
004460     COMPUTE WS-INT-WK = WS-INT-FROM + WS-DY-POS - 1
004470     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-WK)
004480     MOVE WS-DATA-NUM TO WS-DIA
004490     COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-WK, 7)
004500     MOVE "Q" TO WS-DIAUTIL-FUNC
004510     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-DIA
004520                          WS-DU-DATE-OUT WS-DU-BUSINESS-SW
004530     EVALUATE TRUE
004540         WHEN WS-DU-BUSINESS-SW = "Y"
004550             MOVE "U" TO WS-DY-TIPO(WS-DY-POS)
004560             ADD 1 TO WS-DIAS-U
004570         WHEN WS-DIA-SEMANA = 6
004580             MOVE "S" TO WS-DY-TIPO(WS-DY-POS)
004590             ADD 1 TO WS-DIAS-S
004600         WHEN OTHER
004610             MOVE "D" TO WS-DY-TIPO(WS-DY-POS)
004620             ADD 1 TO WS-DIAS-D
004630     END-EVALUATE.
004640 1050-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*  0100-OPEN-AUDIT-LOG-FILE
004690*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
004700*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
004710******************************************************************
004720 0100-OPEN-AUDIT-LOG-FILE.
004730     OPEN EXTEND AUDIT-LOG-FILE
004740     IF WS-AUDIT-FILE-STATUS = "35"
004750         OPEN OUTPUT AUDIT-LOG-FILE
004760         CLOSE AUDIT-LOG-FILE
004770         OPEN EXTEND AUDIT-LOG-FILE
004780     END-IF.
004790
004800******************************************************************
004810*  1100-LOAD-DEM-PARM
004820*  LIMIARES DO DEMPARM; SEM O ARQUIVO, OU COM CAMPO ZERADO OU NAO
004830*  NUMERICO, FICA O PADRAO DO PROGRAMA.
004840******************************************************************
004850 1100-LOAD-DEM-PARM.
004860     OPEN INPUT DEMAND-PARM-FILE
004870     IF WS-DMP-FILE-STATUS NOT = "00"
004880         GO TO 1100-EXIT
004890     END-IF
004900     READ DEMAND-PARM-FILE
004910         AT END
004920             MOVE "10" TO WS-DMP-FILE-STATUS
004930     END-READ
004940     IF WS-DMP-FILE-STATUS = "00"
004950         IF DMP-PCT-REFORCO NUMERIC AND DMP-PCT-REFORCO > ZERO
004960             MOVE DMP-PCT-REFORCO TO WS-PCT-REFORCO
004970         END-IF
004980         IF DMP-PCT-CORTE NUMERIC AND DMP-PCT-CORTE > ZERO
004990             MOVE DMP-PCT-CORTE TO WS-PCT-CORTE
005000         END-IF
005010         IF DMP-PCT-FUSAO NUMERIC AND DMP-PCT-FUSAO > ZERO
005020             MOVE DMP-PCT-FUSAO TO WS-PCT-FUSAO
005030         END-IF
005040         IF DMP-CAP-PADRAO NUMERIC AND DMP-CAP-PADRAO > ZERO
005050             MOVE DMP-CAP-PADRAO TO WS-CAP-PADRAO
005060         END-IF
005070     END-IF
005080     CLOSE DEMAND-PARM-FILE.
005090 1100-EXIT.
005100     EXIT.
005110
005120 1200-LOAD-VEICULOS.
005130     OPEN INPUT VEHICLE-MASTER-FILE
005140     IF WS-VEIC-FILE-STATUS NOT = "00"
005150         MOVE "Y" TO WS-VEIC-EOF-SW
005160     ELSE
005170         PERFORM 1210-LOAD-ONE-VEIC THRU 1210-EXIT
005180             UNTIL WS-VEIC-EOF
005190         CLOSE VEHICLE-MASTER-FILE
005200     END-IF.
005210
005220 1210-LOAD-ONE-VEIC.
005230     READ VEHICLE-MASTER-FILE
005240         AT END
005250             MOVE "Y" TO WS-VEIC-EOF-SW
005260             GO TO 1210-EXIT
005270     END-READ
005280     IF WS-VE-COUNT < 50
005290         AND VEIC-ASSENTOS NUMERIC
005300         ADD 1 TO WS-VE-COUNT
005310         SET WS-VE-IDX TO WS-VE-COUNT
005320         MOVE VEIC-ID       TO WS-VE-ID(WS-VE-IDX)
005330         MOVE VEIC-ASSENTOS TO WS-VE-ASSENTOS(WS-VE-IDX)
005340         IF VEIC-EM-PE NUMERIC
005350             MOVE VEIC-EM-PE TO WS-VE-EM-PE(WS-VE-IDX)
005360         ELSE
005370             MOVE ZERO TO WS-VE-EM-PE(WS-VE-IDX)
005380         END-IF
005390     END-IF.
005400 1210-EXIT.
005410     EXIT.
005420
005430 1250-LOAD-ATRIBUICOES.
005440     OPEN INPUT TRIP-VEHICLE-FILE
005450     IF WS-TRV-FILE-STATUS NOT = "00"
005460         MOVE "Y" TO WS-TRV-EOF-SW
005470     ELSE
005480         PERFORM 1260-LOAD-ONE-TRV THRU 1260-EXIT
005490             UNTIL WS-TRV-EOF
005500         CLOSE TRIP-VEHICLE-FILE
005510     END-IF.
005520
005530 1260-LOAD-ONE-TRV.
005540     READ TRIP-VEHICLE-FILE
005550         AT END
005560             MOVE "Y" TO WS-TRV-EOF-SW
005570             GO TO 1260-EXIT
005580     END-READ
005590     IF WS-TV-COUNT < 200
005600         ADD 1 TO WS-TV-COUNT
005610         SET WS-TV-IDX TO WS-TV-COUNT
005620         MOVE TRV-TRIP-ID TO WS-TV-TRIP(WS-TV-IDX)
005630         MOVE TRV-VEIC-ID TO WS-TV-VEIC(WS-TV-IDX)
005640     END-IF.
005650 1260-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690*  1300-LOAD-GRADE
005700*  CARREGA O TIMETAB E ABRE AS LINHAS DE ANALISE: UMA POR PARTIDA
005710*  E TIPO DE DIA (A "T" ABRE UTEIS, SABADO E DOMINGO), INSERIDAS
005720*  EM ORDEM DE ROTA + TIPO + HORARIO. O NUMERO DE VIAGENS DA LINHA
005730*  E O NUMERO DE DIAS DAQUELE TIPO NO PERIODO.
005740******************************************************************
005750 1300-LOAD-GRADE.
005760     OPEN INPUT TIMETABLE-FILE
005770     IF WS-TT-FILE-STATUS NOT = "00"
005780         DISPLAY "TIMETAB AUSENTE - NAO HA GRADE PARA PLANEJAR"
005790         GO TO 1300-EXIT
005800     END-IF
005810     PERFORM 1310-LOAD-ONE-TT THRU 1310-EXIT
005820         UNTIL WS-TT-EOF
005830     CLOSE TIMETABLE-FILE.
005840 1300-EXIT.
005850     EXIT.
005860
005870 1310-LOAD-ONE-TT.
005880     READ TIMETABLE-FILE
005890         AT END
005900             MOVE "Y" TO WS-TT-EOF-SW
005910             GO TO 1310-EXIT
005920     END-READ
005930     IF WS-TT-COUNT >= 100
005940         ADD 1 TO WS-AN-DROPPED
005950         GO TO 1310-EXIT
005960     END-IF
005970     ADD 1 TO WS-TT-COUNT
005980     SET WS-TT-IDX TO WS-TT-COUNT
005990     MOVE TT-ROTA OF TIMETABLE-RECORD     TO WS-TT-ROTA(WS-TT-IDX)
006000     MOVE TT-DEP-TIME OF TIMETABLE-RECORD TO WS-TT-TIME(WS-TT-IDX)
006010     MOVE TT-PATTERN OF TIMETABLE-RECORD
006020         TO WS-TT-PATTERN(WS-TT-IDX)
006030     MOVE WS-TT-ROTA(WS-TT-IDX) TO WS-NEW-ROTA
006040     MOVE WS-TT-TIME(WS-TT-IDX) TO WS-NEW-HORA
006050     IF WS-TT-PATTERN(WS-TT-IDX) = "T"
006060         MOVE "U" TO WS-NEW-TIPO
006070         PERFORM 1350-INSERE-PARTIDA THRU 1350-EXIT
006080         MOVE "S" TO WS-NEW-TIPO
006090         PERFORM 1350-INSERE-PARTIDA THRU 1350-EXIT
006100         MOVE "D" TO WS-NEW-TIPO
006110         PERFORM 1350-INSERE-PARTIDA THRU 1350-EXIT
006120         GO TO 1310-EXIT
006130     END-IF
006140     IF WS-TT-PATTERN(WS-TT-IDX) = "U"
006150         OR WS-TT-PATTERN(WS-TT-IDX) = "S"
006160         OR WS-TT-PATTERN(WS-TT-IDX) = "D"
006170         MOVE WS-TT-PATTERN(WS-TT-IDX) TO WS-NEW-TIPO
006180         PERFORM 1350-INSERE-PARTIDA THRU 1350-EXIT
006190     END-IF.
006200 1310-EXIT.
006210     EXIT.
006220
006230 1350-INSERE-PARTIDA.
006240     IF WS-AN-COUNT >= 300
006250         ADD 1 TO WS-AN-DROPPED
006260         GO TO 1350-EXIT
006270     END-IF
006280     COMPUTE WS-POS = WS-AN-COUNT + 1
006290     PERFORM 1360-ACHA-POSICAO THRU 1360-EXIT
006300         VARYING WS-SCAN2 FROM 1 BY 1
006310         UNTIL WS-SCAN2 > WS-AN-COUNT OR WS-POS NOT > WS-AN-COUNT
006320     PERFORM 1370-DESLOCA THRU 1370-EXIT
006330         VARYING WS-SCAN2 FROM WS-AN-COUNT BY -1
006340         UNTIL WS-SCAN2 < WS-POS
006350     ADD 1 TO WS-AN-COUNT
006360     SET WS-AN-IDX TO WS-POS
006370     MOVE WS-NEW-CHAVE  TO WS-AN-CHAVE(WS-AN-IDX)
006380     MOVE WS-TT-COUNT   TO WS-AN-TT(WS-AN-IDX)
006390     EVALUATE WS-NEW-TIPO
006400         WHEN "U"
006410             MOVE WS-DIAS-U TO WS-AN-VIAGENS(WS-AN-IDX)
006420         WHEN "S"
006430             MOVE WS-DIAS-S TO WS-AN-VIAGENS(WS-AN-IDX)
006440         WHEN OTHER
006450             MOVE WS-DIAS-D TO WS-AN-VIAGENS(WS-AN-IDX)
006460     END-EVALUATE
006470     MOVE ZERO   TO WS-AN-PASSAG(WS-AN-IDX)
006480                    WS-AN-CAP(WS-AN-IDX)
006490                    WS-AN-MEDIA(WS-AN-IDX)
006500                    WS-AN-OCUP(WS-AN-IDX)
006510                    WS-AN-DEST(WS-AN-IDX)
006520                    WS-AN-ESTIMA(WS-AN-IDX)
006530     MOVE SPACES TO WS-AN-ACAO(WS-AN-IDX)
006540                    WS-AN-NOVA-HORA(WS-AN-IDX)
006550     MOVE "N"    TO WS-AN-RECEBE-SW(WS-AN-IDX)
006560                    WS-AN-ACEITA-SW(WS-AN-IDX).
006570 1350-EXIT.
006580     EXIT.
006590
006600 1360-ACHA-POSICAO.
006610     IF WS-AN-CHAVE(WS-SCAN2) > WS-NEW-CHAVE
006620         MOVE WS-SCAN2 TO WS-POS
006630     END-IF.
006640 1360-EXIT.
006650     EXIT.
006660
006670 1370-DESLOCA.
006680     MOVE WS-AN-ENTRY(WS-SCAN2) TO WS-AN-ENTRY(WS-SCAN2 + 1).
006690 1370-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730*  1500-LOAD-ESTORNOS
006740*  PRIMEIRA PASSADA PELO TICKETS: GUARDA A CHAVE DE CADA REVERSAO
006750*  (TARIFA NEGATIVA), QUE E A MESMA DA PASSAGEM ESTORNADA. A
006760*  REVERSAO LEVA A DATA DO ESTORNO, NAO A DA VIAGEM, POR ISSO A
006770*  VENDA E TIRADA DA CONTA EM VEZ DE A REVERSAO ABATER.
006780******************************************************************
006790 1500-LOAD-ESTORNOS.
006800     OPEN INPUT TICKETS-FILE
006810     IF WS-TICKETS-FILE-STATUS NOT = "00"
006820         GO TO 1500-EXIT
006830     END-IF
006840     PERFORM 1550-LOAD-ONE-ESTORNO THRU 1550-EXIT
006850         UNTIL WS-TICKET-EOF
006860     CLOSE TICKETS-FILE
006870     MOVE "N" TO WS-TICKET-EOF-SW.
006880 1500-EXIT.
006890     EXIT.
006900
006910 1550-LOAD-ONE-ESTORNO.
006920     PERFORM 8000-READ-TICKET
006930     IF WS-TICKET-EOF
006940         OR TICKET-TARIFA NOT < ZERO
006950         GO TO 1550-EXIT
006960     END-IF
006970     IF WS-VD-COUNT >= 500
006980         ADD 1 TO WS-VD-DROPPED
006990         GO TO 1550-EXIT
007000     END-IF
007010     ADD 1 TO WS-VD-COUNT
007020     SET WS-VD-IDX TO WS-VD-COUNT
007030     MOVE TICKET-RUN-DATE TO WS-VD-RUN-DATE(WS-VD-IDX)
007040     MOVE TICKET-RUN-ID   TO WS-VD-RUN-ID(WS-VD-IDX)
007050     MOVE TICKET-SEQ      TO WS-VD-SEQ(WS-VD-IDX).
007060 1550-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100*  2000-TALLY-TICKET
007110*  LANCA A PASSAGEM DO PERIODO NA LINHA DA PARTIDA DELA: ROTA E
007120*  HHMM DO TRIP-ID E TIPO DO DIA DE VIAGEM. GRUPO CONTA O TAMANHO
007130*  DO GRUPO. SEM LINHA (PARTIDA FORA DA GRADE NAQUELE TIPO DE DIA)
007140*  VAI PARA O TOTAL FORA DA GRADE. REVERSAO, VENDA ESTORNADA E
007150*  PASSAGEM RECUSADA (DATA/IDADE/ROTA INVALIDA) NAO CONTAM.
007160******************************************************************
007170 2000-TALLY-TICKET.
007180     IF TICKET-TRIP-ID = SPACES
007190         OR TICKET-TARIFA < ZERO
007200         OR TICKET-DATE NOT NUMERIC
007210         OR TICKET-DATE < WS-DATE-FROM
007220         OR TICKET-DATE > WS-DATE-TO
007230         GO TO 2000-NEXT
007240     END-IF
007250     IF TICKET-CATEGORIA = "DATA INVALIDA"
007260         OR TICKET-CATEGORIA = "IDADE INVALIDA"
007270         OR TICKET-CATEGORIA = "ROTA INVALIDA"
007280         GO TO 2000-NEXT
007290     END-IF
007300     MOVE 1 TO WS-QTD
007310     IF TICKET-GRUPO NOT = SPACES
007320         AND TICKET-GRUPO-QTD NUMERIC
007330         AND TICKET-GRUPO-QTD > ZERO
007340         MOVE TICKET-GRUPO-QTD TO WS-QTD
007350     END-IF
007360     MOVE "N" TO WS-FOUND-SW
007370     PERFORM 2050-MATCH-ESTORNO THRU 2050-EXIT
007380         VARYING WS-VD-IDX FROM 1 BY 1
007390         UNTIL WS-VD-IDX > WS-VD-COUNT OR WS-FOUND
007400     IF WS-FOUND
007410         ADD WS-QTD TO WS-ESTORNADA-COUNT
007420         GO TO 2000-NEXT
007430     END-IF
007440     MOVE TICKET-DATE TO WS-DATA-NUM
007450     COMPUTE WS-DY-POS =
007460         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - WS-INT-FROM + 1
007470     MOVE TICKET-TRIP-ID(1:3) TO WS-NEW-ROTA
007480     MOVE WS-DY-TIPO(WS-DY-POS) TO WS-NEW-TIPO
007490     MOVE TICKET-TRIP-ID(4:4) TO WS-NEW-HORA
007500     MOVE ZERO TO WS-POS
007510     PERFORM 2100-MATCH-PARTIDA THRU 2100-EXIT
007520         VARYING WS-SCAN2 FROM 1 BY 1
007530         UNTIL WS-SCAN2 > WS-AN-COUNT OR WS-POS > ZERO
007540     IF WS-POS = ZERO
007550         ADD WS-QTD TO WS-FORA-GRADE-PASS
007560     ELSE
007570         ADD WS-QTD TO WS-AN-PASSAG(WS-POS)
007580     END-IF.
007590 2000-NEXT.
007600     PERFORM 8000-READ-TICKET.
007610 2000-EXIT.
007620     EXIT.
007630
007640 2050-MATCH-ESTORNO.
007650     IF WS-VD-RUN-DATE(WS-VD-IDX) = TICKET-RUN-DATE
007660         AND WS-VD-RUN-ID(WS-VD-IDX) = TICKET-RUN-ID
007670         AND WS-VD-SEQ(WS-VD-IDX) = TICKET-SEQ
007680         MOVE "Y" TO WS-FOUND-SW
007690     END-IF.
007700 2050-EXIT.
007710     EXIT.
007720
007730 2100-MATCH-PARTIDA.
007740     IF WS-AN-CHAVE(WS-SCAN2) = WS-NEW-CHAVE
007750         MOVE WS-SCAN2 TO WS-POS
007760     END-IF.
007770 2100-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810*  2500-CALCULA
007820*  CAPACIDADE DA PARTIDA (VEICULO DE UM TRIP-ID DELA NO TRIPVEIC,
007830*  ASSENTOS + EM PE; SEM VEICULO, A CAPACIDADE PADRAO), MEDIA DE
007840*  PASSAGEIROS POR VIAGEM E OCUPACAO MEDIA EM % DA CAPACIDADE.
007850******************************************************************
007860 2500-CALCULA.
007870     SET WS-AN-IDX TO WS-SCAN
007880     MOVE SPACES TO WS-VEIC-WK
007890     MOVE ZERO   TO WS-CAP-WK
007900     PERFORM 2520-MATCH-TRV THRU 2520-EXIT
007910         VARYING WS-TV-IDX FROM 1 BY 1
007920         UNTIL WS-TV-IDX > WS-TV-COUNT
007930            OR WS-VEIC-WK NOT = SPACES
007940     IF WS-VEIC-WK NOT = SPACES
007950         PERFORM 2540-MATCH-VEIC THRU 2540-EXIT
007960             VARYING WS-VE-IDX FROM 1 BY 1
007970             UNTIL WS-VE-IDX > WS-VE-COUNT
007980                OR WS-CAP-WK > ZERO
007990     END-IF
008000     IF WS-CAP-WK = ZERO
008010         MOVE WS-CAP-PADRAO TO WS-CAP-WK
008020     END-IF
008030     MOVE WS-CAP-WK TO WS-AN-CAP(WS-AN-IDX)
008040     IF WS-AN-VIAGENS(WS-AN-IDX) = ZERO
008050         OR WS-AN-PASSAG(WS-AN-IDX) NOT > ZERO
008060         GO TO 2500-EXIT
008070     END-IF
008080     COMPUTE WS-AN-MEDIA(WS-AN-IDX) ROUNDED =
008090         WS-AN-PASSAG(WS-AN-IDX) / WS-AN-VIAGENS(WS-AN-IDX)
008100     COMPUTE WS-AN-OCUP(WS-AN-IDX) ROUNDED =
008110         WS-AN-MEDIA(WS-AN-IDX) * 100 / WS-AN-CAP(WS-AN-IDX).
008120 2500-EXIT.
008130     EXIT.
008140
008150 2520-MATCH-TRV.
008160     IF WS-TV-TRIP(WS-TV-IDX)(1:3) = WS-AN-ROTA(WS-AN-IDX)
008170         AND WS-TV-TRIP(WS-TV-IDX)(4:4) = WS-AN-HORA(WS-AN-IDX)
008180         MOVE WS-TV-VEIC(WS-TV-IDX) TO WS-VEIC-WK
008190     END-IF.
008200 2520-EXIT.
008210     EXIT.
008220
008230 2540-MATCH-VEIC.
008240     IF WS-VE-ID(WS-VE-IDX) = WS-VEIC-WK
008250         COMPUTE WS-CAP-WK =
008260             WS-VE-ASSENTOS(WS-VE-IDX)
008270             + WS-VE-EM-PE(WS-VE-IDX)
008280     END-IF.
008290 2540-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330*  2600-RECOMENDA
008340*  CONFRONTA A OCUPACAO DA PARTIDA COM OS LIMIARES, NESTA ORDEM:
008350*  REFORCO; FUSAO COM A SEGUINTE DA MESMA FAIXA HORARIA; CORTE.
008360*  PARTIDA QUE JA RECEBE PASSAGEIROS DE UM CORTE NAO E CORTADA
008370*  NEM FUNDIDA, E A UNICA PARTIDA DO DIA NUNCA E CORTADA.
008380******************************************************************
008390 2600-RECOMENDA.
008400     SET WS-AN-IDX TO WS-SCAN
008410     IF WS-AN-ACAO(WS-AN-IDX) NOT = SPACE
008420         OR WS-AN-VIAGENS(WS-AN-IDX) = ZERO
008430         GO TO 2600-EXIT
008440     END-IF
008450     PERFORM 2610-VIZINHAS
008460     IF WS-AN-OCUP(WS-AN-IDX) NOT < WS-PCT-REFORCO
008470         PERFORM 2650-REFORCO THRU 2650-EXIT
008480         GO TO 2600-EXIT
008490     END-IF
008500     IF WS-NXT > ZERO
008510         PERFORM 2700-FUSAO THRU 2700-EXIT
008520         IF WS-AN-ACAO(WS-AN-IDX) NOT = SPACE
008530             GO TO 2600-EXIT
008540         END-IF
008550     END-IF
008560     IF WS-AN-OCUP(WS-AN-IDX) < WS-PCT-CORTE
008570         AND NOT WS-AN-RECEBE(WS-AN-IDX)
008580         PERFORM 2800-CORTE THRU 2800-EXIT
008590     END-IF.
008600 2600-EXIT.
008610     EXIT.
008620
008630*    WS-NXT = PARTIDA SEGUINTE DA MESMA ROTA E TIPO DE DIA; WS-PRV
008640*    = A ANTERIOR MAIS PROXIMA QUE NAO SAI DA GRADE.
008650 2610-VIZINHAS.
008660     MOVE ZERO TO WS-NXT WS-PRV
008670     IF WS-SCAN < WS-AN-COUNT
008680         IF WS-AN-ROTA(WS-SCAN + 1) = WS-AN-ROTA(WS-AN-IDX)
008690             AND WS-AN-TIPO(WS-SCAN + 1) = WS-AN-TIPO(WS-AN-IDX)
008700             COMPUTE WS-NXT = WS-SCAN + 1
008710         END-IF
008720     END-IF
008730     IF WS-SCAN > 1
008740         COMPUTE WS-SCAN2 = WS-SCAN - 1
008750         PERFORM 2620-ACHA-ANTERIOR THRU 2620-EXIT
008760             UNTIL WS-SCAN2 = ZERO OR WS-PRV > ZERO
008770     END-IF.
008780
008790 2620-ACHA-ANTERIOR.
008800     IF WS-AN-ROTA(WS-SCAN2) NOT = WS-AN-ROTA(WS-AN-IDX)
008810         OR WS-AN-TIPO(WS-SCAN2) NOT = WS-AN-TIPO(WS-AN-IDX)
008820         MOVE ZERO TO WS-SCAN2
008830         GO TO 2620-EXIT
008840     END-IF
008850     IF WS-AN-ACAO(WS-SCAN2) NOT = "C"
008860         AND WS-AN-ACAO(WS-SCAN2) NOT = "X"
008870         MOVE WS-SCAN2 TO WS-PRV
008880     ELSE
008890         SUBTRACT 1 FROM WS-SCAN2
008900     END-IF.
008910 2620-EXIT.
008920     EXIT.
008930
008940*    REFORCO NO MEIO DO INTERVALO ATE A SEGUINTE (OU 30 MINUTOS
008950*    DEPOIS DA ULTIMA); INTERVALO MENOR QUE 20 MINUTOS OU PASSANDO
008960*    DA MEIA-NOITE FICA SO O AVISO DE PARTIDA LOTADA.
008970 2650-REFORCO.
008980     MOVE "L" TO WS-AN-ACAO(WS-AN-IDX)
008990     MOVE WS-AN-HORA(WS-AN-IDX) TO WS-HORA-WK
009000     IF WS-HORA-WK NOT NUMERIC
009010         GO TO 2650-EXIT
009020     END-IF
009030     COMPUTE WS-MIN-A = WS-HORA-HH * 60 + WS-HORA-MM
009040     IF WS-NXT > ZERO
009050         MOVE WS-AN-HORA(WS-NXT) TO WS-HORA-WK
009060         IF WS-HORA-WK NOT NUMERIC
009070             GO TO 2650-EXIT
009080         END-IF
009090         COMPUTE WS-MIN-B = WS-HORA-HH * 60 + WS-HORA-MM
009100     ELSE
009110         COMPUTE WS-MIN-B = WS-MIN-A + 60
009120     END-IF
009130     IF WS-MIN-B < WS-MIN-A + 20
009140         GO TO 2650-EXIT
009150     END-IF
009160     COMPUTE WS-MIN-B = (WS-MIN-A + WS-MIN-B) / 2
009170     IF WS-MIN-B > 1439
009180         GO TO 2650-EXIT
009190     END-IF
009200     DIVIDE WS-MIN-B BY 60 GIVING WS-HORA-HH REMAINDER WS-HORA-MM
009210     MOVE WS-HORA-WK TO WS-AN-NOVA-HORA(WS-AN-IDX)
009220     MOVE "R" TO WS-AN-ACAO(WS-AN-IDX)
009230     COMPUTE WS-AN-ESTIMA(WS-AN-IDX) ROUNDED =
009240         WS-AN-MEDIA(WS-AN-IDX) / 2
009250     ADD 1 TO WS-RECOM-COUNT.
009260 2650-EXIT.
009270     EXIT.
009280
009290*    FUSAO: AS DUAS CARGAS SOMADAS CABEM NO LIMIAR DE FUSAO
009300*    SOBRE A CAPACIDADE DA PRIMEIRA, QUE FICA; A SEGUINTE SAI.
009310 2700-FUSAO.
009320     IF WS-AN-HORA(WS-NXT)(1:2) NOT = WS-AN-HORA(WS-AN-IDX)(1:2)
009330         OR WS-AN-ACAO(WS-NXT) NOT = SPACE
009340         OR WS-AN-RECEBE(WS-NXT)
009350         OR WS-AN-RECEBE(WS-AN-IDX)
009360         GO TO 2700-EXIT
009370     END-IF
009380     COMPUTE WS-SOMA = WS-AN-MEDIA(WS-AN-IDX)
009390                     + WS-AN-MEDIA(WS-NXT)
009400     COMPUTE WS-OCUP-WK ROUNDED =
009410         WS-SOMA * 100 / WS-AN-CAP(WS-AN-IDX)
009420     IF WS-OCUP-WK > WS-PCT-FUSAO
009430         GO TO 2700-EXIT
009440     END-IF
009450     MOVE "F"      TO WS-AN-ACAO(WS-AN-IDX)
009460     MOVE WS-NXT   TO WS-AN-DEST(WS-AN-IDX)
009470     MOVE WS-SOMA  TO WS-AN-ESTIMA(WS-AN-IDX)
009480     MOVE "X"      TO WS-AN-ACAO(WS-NXT)
009490     MOVE WS-SCAN  TO WS-AN-DEST(WS-NXT)
009500     MOVE WS-SOMA  TO WS-AN-ESTIMA(WS-NXT)
009510     ADD 1 TO WS-RECOM-COUNT.
009520 2700-EXIT.
009530     EXIT.
009540
009550*    CORTE: OS PASSAGEIROS VAO PARA A VIZINHA MAIS PROXIMA NO
009560*    RELOGIO (EMPATE VAI PARA A SEGUINTE).
009570 2800-CORTE.
009580     IF WS-PRV = ZERO AND WS-NXT = ZERO
009590         GO TO 2800-EXIT
009600     END-IF
009610     MOVE WS-AN-HORA(WS-AN-IDX) TO WS-HORA-WK
009620     IF WS-HORA-WK NOT NUMERIC
009630         GO TO 2800-EXIT
009640     END-IF
009650     COMPUTE WS-MIN-A = WS-HORA-HH * 60 + WS-HORA-MM
009660     MOVE 9999 TO WS-GAP-A WS-GAP-B
009670     IF WS-PRV > ZERO
009680         MOVE WS-AN-HORA(WS-PRV) TO WS-HORA-WK
009690         COMPUTE WS-MIN-B = WS-HORA-HH * 60 + WS-HORA-MM
009700         COMPUTE WS-GAP-A = WS-MIN-A - WS-MIN-B
009710     END-IF
009720     IF WS-NXT > ZERO
009730         MOVE WS-AN-HORA(WS-NXT) TO WS-HORA-WK
009740         COMPUTE WS-MIN-B = WS-HORA-HH * 60 + WS-HORA-MM
009750         COMPUTE WS-GAP-B = WS-MIN-B - WS-MIN-A
009760     END-IF
009770     IF WS-GAP-B NOT > WS-GAP-A
009780         MOVE WS-NXT TO WS-DEST
009790     ELSE
009800         MOVE WS-PRV TO WS-DEST
009810     END-IF
009820     MOVE "C"     TO WS-AN-ACAO(WS-AN-IDX)
009830     MOVE WS-DEST TO WS-AN-DEST(WS-AN-IDX)
009840     MOVE "Y"     TO WS-AN-RECEBE-SW(WS-DEST)
009850     COMPUTE WS-AN-ESTIMA(WS-AN-IDX) =
009860         WS-AN-MEDIA(WS-DEST) + WS-AN-MEDIA(WS-AN-IDX)
009870     ADD 1 TO WS-RECOM-COUNT.
009880 2800-EXIT.
009890     EXIT.
009900
009910******************************************************************
009920*  3000-PRINT-PARTIDAS
009930*  LISTA AS PARTIDAS POR ROTA E TIPO DE DIA, COM SUBTOTAL POR
009940*  FAIXA HORARIA (HORA CHEIA) E A RECOMENDACAO DE CADA UMA.
009950******************************************************************
009960 3000-PRINT-PARTIDAS.
009970     MOVE SPACES TO WS-FX-CHAVE
009980     MOVE ZERO   TO WS-FX-PARTIDAS WS-FX-VIAGENS WS-FX-PASSAG
009990     PERFORM 3100-PRINT-ONE-PARTIDA THRU 3100-EXIT
010000         VARYING WS-SCAN FROM 1 BY 1
010010         UNTIL WS-SCAN > WS-AN-COUNT
010020     PERFORM 3300-FECHA-FAIXA THRU 3300-EXIT.
010030
010040 3100-PRINT-ONE-PARTIDA.
010050     SET WS-AN-IDX TO WS-SCAN
010060     IF WS-AN-ROTA(WS-AN-IDX) NOT = WS-FX-ROTA
010070         OR WS-AN-TIPO(WS-AN-IDX) NOT = WS-FX-TIPO
010080         PERFORM 3300-FECHA-FAIXA THRU 3300-EXIT
010090         PERFORM 3200-CABECALHO-GRUPO
010100     ELSE
010110         IF WS-AN-HORA(WS-AN-IDX)(1:2) NOT = WS-FX-HH
010120             PERFORM 3300-FECHA-FAIXA THRU 3300-EXIT
010130         END-IF
010140     END-IF
010150     MOVE WS-AN-ROTA(WS-AN-IDX)      TO WS-FX-ROTA
010160     MOVE WS-AN-TIPO(WS-AN-IDX)      TO WS-FX-TIPO
010170     MOVE WS-AN-HORA(WS-AN-IDX)(1:2) TO WS-FX-HH
010180     ADD 1                           TO WS-FX-PARTIDAS
010190     ADD WS-AN-VIAGENS(WS-AN-IDX)    TO WS-FX-VIAGENS
010200     ADD WS-AN-PASSAG(WS-AN-IDX)     TO WS-FX-PASSAG
010210     MOVE WS-AN-VIAGENS(WS-AN-IDX)   TO WS-VIAG-ED
010220     MOVE WS-AN-PASSAG(WS-AN-IDX)    TO WS-PASS-ED
010230     MOVE WS-AN-MEDIA(WS-AN-IDX)     TO WS-MEDIA-ED
010240     MOVE WS-AN-CAP(WS-AN-IDX)       TO WS-CAP-ED
010250     MOVE WS-AN-OCUP(WS-AN-IDX)      TO WS-OCUP-ED
010260     PERFORM 3400-MONTA-RECOM
010270     MOVE SPACES TO REPORT-LINE
010280     STRING "  " WS-AN-HORA(WS-AN-IDX)
010290            " " WS-VIAG-ED
010300            " " WS-PASS-ED
010310            " " WS-MEDIA-ED
010320            " " WS-CAP-ED
010330            " " WS-OCUP-ED "%"
010340         DELIMITED BY SIZE INTO REPORT-LINE
010350     MOVE WS-RECOM-TXT TO REPORT-LINE(40:40)
010360     WRITE REPORT-LINE.
010370 3100-EXIT.
010380     EXIT.
010390
010400 3200-CABECALHO-GRUPO.
010410     MOVE WS-AN-TIPO(WS-AN-IDX) TO WS-TIPO-WK
010420     PERFORM 3250-DESC-TIPO
010430     MOVE WS-AN-VIAGENS(WS-AN-IDX) TO WS-VIAG-ED
010440     MOVE SPACES TO REPORT-LINE
010450     WRITE REPORT-LINE
010460     MOVE SPACES TO REPORT-LINE
010470     STRING "ROTA " WS-AN-ROTA(WS-AN-IDX)
010480            " - " WS-TIPO-DESC
010490            " (" WS-VIAG-ED " DIA(S) NO PERIODO)"
010500         DELIMITED BY SIZE INTO REPORT-LINE
010510     WRITE REPORT-LINE
010520     MOVE "  HORA VIAG  PASSAG  MEDIA  CAP OCUP%  RECOMENDACAO"
010530         TO REPORT-LINE
010540     WRITE REPORT-LINE.
010550
010560 3250-DESC-TIPO.
010570     EVALUATE WS-TIPO-WK
010580         WHEN "U"
010590             MOVE "UTEIS"   TO WS-TIPO-DESC
010600         WHEN "S"
010610             MOVE "SABADO"  TO WS-TIPO-DESC
010620         WHEN OTHER
010630             MOVE "DOMINGO" TO WS-TIPO-DESC
010640     END-EVALUATE.
010650
010660 3300-FECHA-FAIXA.
010670     IF WS-FX-PARTIDAS = ZERO
010680         GO TO 3300-EXIT
010690     END-IF
010700     MOVE ZERO TO WS-FX-MEDIA
010710     IF WS-FX-VIAGENS > ZERO AND WS-FX-PASSAG > ZERO
010720         COMPUTE WS-FX-MEDIA ROUNDED =
010730                 WS-FX-PASSAG / WS-FX-VIAGENS
010740     END-IF
010750     MOVE WS-FX-PARTIDAS TO WS-PART-ED
010760     MOVE WS-FX-PASSAG   TO WS-PASS-ED
010770     MOVE WS-FX-MEDIA    TO WS-MEDIA-ED
010780     MOVE SPACES TO REPORT-LINE
010790     STRING "    FAIXA " WS-FX-HH "H:" WS-PART-ED " PARTIDA(S),"
010800            WS-PASS-ED " PASSAGEIROS, MEDIA" WS-MEDIA-ED
010810            " POR VIAGEM"
010820         DELIMITED BY SIZE INTO REPORT-LINE
010830     WRITE REPORT-LINE
010840     MOVE ZERO TO WS-FX-PARTIDAS WS-FX-VIAGENS WS-FX-PASSAG.
010850 3300-EXIT.
010860     EXIT.
010870
010880******************************************************************
010890*  3400-MONTA-RECOM
010900*  TEXTO DA RECOMENDACAO DA LINHA WS-AN-IDX, COM A MEDIA ESTIMADA
010910*  POR VIAGEM DEPOIS DA MUDANCA.
010920******************************************************************
010930 3400-MONTA-RECOM.
010940     MOVE SPACES TO WS-RECOM-TXT
010950     MOVE WS-AN-ESTIMA(WS-AN-IDX) TO WS-MEDIA2-ED
010960     EVALUATE WS-AN-ACAO(WS-AN-IDX)
010970         WHEN "R"
010980             STRING "REFORCO AS " WS-AN-NOVA-HORA(WS-AN-IDX)
010990                    " (EST." WS-MEDIA2-ED "/VIAG)"
011000                 DELIMITED BY SIZE INTO WS-RECOM-TXT
011010         WHEN "L"
011020             MOVE "LOTADA - SEM HORARIO P/ REFORCO"
011030                 TO WS-RECOM-TXT
011040         WHEN "F"
011050             STRING "FUNDIR COM A DE "
011060                    WS-AN-HORA(WS-AN-DEST(WS-AN-IDX))
011070                    " (EST." WS-MEDIA2-ED "/VIAG)"
011080                 DELIMITED BY SIZE INTO WS-RECOM-TXT
011090         WHEN "X"
011100             STRING "FUNDIDA NA DE "
011110                    WS-AN-HORA(WS-AN-DEST(WS-AN-IDX))
011120                 DELIMITED BY SIZE INTO WS-RECOM-TXT
011130         WHEN "C"
011140             STRING "CORTAR, PASS. P/ "
011150                    WS-AN-HORA(WS-AN-DEST(WS-AN-IDX))
011160                    " (EST." WS-MEDIA2-ED "/VIAG)"
011170                 DELIMITED BY SIZE INTO WS-RECOM-TXT
011180     END-EVALUATE.
011190
011200******************************************************************
011210*  4000-ACEITA
011220*  O OPERADOR ACEITA OU NAO CADA RECOMENDACAO (T ACEITA ESTA E
011230*  TODAS AS RESTANTES). A FUSAO ACEITA LEVA JUNTO A PARTIDA
011240*  ABSORVIDA.
011250******************************************************************
011260 4000-ACEITA.
011270     SET WS-AN-IDX TO WS-SCAN
011280     IF WS-AN-ACAO(WS-AN-IDX) NOT = "R"
011290         AND WS-AN-ACAO(WS-AN-IDX) NOT = "F"
011300         AND WS-AN-ACAO(WS-AN-IDX) NOT = "C"
011310         GO TO 4000-EXIT
011320     END-IF
011330     IF WS-TODAS
011340         GO TO 4000-ACEITA-UMA
011350     END-IF
011360     PERFORM 3400-MONTA-RECOM
011370     MOVE WS-AN-TIPO(WS-AN-IDX) TO WS-TIPO-WK
011380     PERFORM 3250-DESC-TIPO
011390     DISPLAY "ROTA " WS-AN-ROTA(WS-AN-IDX) " " WS-TIPO-DESC " "
011400             WS-AN-HORA(WS-AN-IDX) ": " WS-RECOM-TXT
011410     DISPLAY "ACEITA? (S=SIM, N=NAO, T=SIM PARA TODAS)"
011420     ACCEPT WS-RESPOSTA
011430     EVALUATE WS-RESPOSTA
011440         WHEN "T"
011450         WHEN "t"
011460             MOVE "Y" TO WS-TODAS-SW
011470         WHEN "S"
011480         WHEN "s"
011490             CONTINUE
011500         WHEN OTHER
011510             GO TO 4000-EXIT
011520     END-EVALUATE.
011530 4000-ACEITA-UMA.
011540     MOVE "Y" TO WS-AN-ACEITA-SW(WS-AN-IDX)
011550     IF WS-AN-ACAO(WS-AN-IDX) = "F"
011560         MOVE "Y" TO WS-AN-ACEITA-SW(WS-AN-DEST(WS-AN-IDX))
011570     END-IF
011580     ADD 1 TO WS-ACEITA-COUNT.
011590 4000-EXIT.
011600     EXIT.
011610
011620******************************************************************
011630*  4500-PRINT-EFEITO
011640*  LISTA AS RECOMENDACOES ACEITAS E, POR ROTA E TIPO DE DIA, O
011650*  EFEITO NAS PARTIDAS POR DIA E NA MEDIA DE PASSAGEIROS POR
011660*  VIAGEM (A MESMA DEMANDA REPARTIDA PELAS VIAGENS QUE FICAM).
011670******************************************************************
011680 4500-PRINT-EFEITO.
011690     MOVE SPACES TO REPORT-LINE
011700     WRITE REPORT-LINE
011710     MOVE "RECOMENDACOES ACEITAS" TO REPORT-LINE
011720     WRITE REPORT-LINE
011730     PERFORM 4550-PRINT-ACEITA THRU 4550-EXIT
011740         VARYING WS-SCAN FROM 1 BY 1
011750         UNTIL WS-SCAN > WS-AN-COUNT
011760     MOVE SPACES TO REPORT-LINE
011770     WRITE REPORT-LINE
011780     MOVE "EFEITO POR ROTA E TIPO DE DIA (ATUAL -> ACEITAS)"
011790         TO REPORT-LINE
011800     WRITE REPORT-LINE
011810     MOVE SPACES TO WS-EF-CHAVE
011820     MOVE ZERO   TO WS-EF-PART-ANTES WS-EF-PART-DEPOIS
011830                    WS-EF-VIAG-ANTES WS-EF-VIAG-DEPOIS
011840                    WS-EF-PASSAG
011850     PERFORM 4600-EFEITO-UMA THRU 4600-EXIT
011860         VARYING WS-SCAN FROM 1 BY 1
011870         UNTIL WS-SCAN > WS-AN-COUNT
011880     PERFORM 4700-FECHA-GRUPO THRU 4700-EXIT
011890     MOVE SPACES TO REPORT-LINE
011900     WRITE REPORT-LINE
011910     MOVE SPACES TO REPORT-LINE
011920     STRING "RECOMENDACOES: " WS-RECOM-COUNT
011930            "  ACEITAS: " WS-ACEITA-COUNT
011940         DELIMITED BY SIZE INTO REPORT-LINE
011950     WRITE REPORT-LINE
011960     MOVE WS-FORA-GRADE-PASS TO WS-PASS-ED
011970     MOVE SPACES TO REPORT-LINE
011980     STRING "PASSAGEIROS EM PARTIDA FORA DA GRADE: " WS-PASS-ED
011990         DELIMITED BY SIZE INTO REPORT-LINE
012000     WRITE REPORT-LINE
012010     MOVE WS-ESTORNADA-COUNT TO WS-PASS-ED
012020     MOVE SPACES TO REPORT-LINE
012030     STRING "PASSAGENS ESTORNADAS (FORA DA CONTA): " WS-PASS-ED
012040         DELIMITED BY SIZE INTO REPORT-LINE
012050     WRITE REPORT-LINE
012060     IF WS-AN-DROPPED > ZERO
012070         MOVE SPACES TO REPORT-LINE
012080         STRING "*** AVISO: " WS-AN-DROPPED
012090                " PARTIDA(S) DA GRADE FORA DA TABELA"
012100             DELIMITED BY SIZE INTO REPORT-LINE
012110         WRITE REPORT-LINE
012120     END-IF
012130     IF WS-VD-DROPPED > ZERO
012140         MOVE SPACES TO REPORT-LINE
012150         STRING "*** AVISO: " WS-VD-DROPPED
012160                " ESTORNO(S) FORA DA TABELA"
012170             DELIMITED BY SIZE INTO REPORT-LINE
012180         WRITE REPORT-LINE
012190     END-IF.
012200
012210 4550-PRINT-ACEITA.
012220     SET WS-AN-IDX TO WS-SCAN
012230     IF NOT WS-AN-ACEITA(WS-AN-IDX)
012240         OR WS-AN-ACAO(WS-AN-IDX) = "X"
012250         GO TO 4550-EXIT
012260     END-IF
012270     PERFORM 3400-MONTA-RECOM
012280     MOVE WS-AN-TIPO(WS-AN-IDX) TO WS-TIPO-WK
012290     PERFORM 3250-DESC-TIPO
012300     MOVE SPACES TO REPORT-LINE
012310     STRING "  ROTA " WS-AN-ROTA(WS-AN-IDX)
012320            " " WS-TIPO-DESC
012330            " " WS-AN-HORA(WS-AN-IDX)
012340            "  " WS-RECOM-TXT
012350         DELIMITED BY SIZE INTO REPORT-LINE
012360     WRITE REPORT-LINE.
012370 4550-EXIT.
012380     EXIT.
012390
012400 4600-EFEITO-UMA.
012410     SET WS-AN-IDX TO WS-SCAN
012420     IF WS-AN-ROTA(WS-AN-IDX) NOT = WS-EF-ROTA
012430         OR WS-AN-TIPO(WS-AN-IDX) NOT = WS-EF-TIPO
012440         PERFORM 4700-FECHA-GRUPO THRU 4700-EXIT
012450         MOVE WS-AN-ROTA(WS-AN-IDX) TO WS-EF-ROTA
012460         MOVE WS-AN-TIPO(WS-AN-IDX) TO WS-EF-TIPO
012470     END-IF
012480     IF WS-AN-VIAGENS(WS-AN-IDX) = ZERO
012490         GO TO 4600-EXIT
012500     END-IF
012510     ADD 1                         TO WS-EF-PART-ANTES
012520     ADD WS-AN-VIAGENS(WS-AN-IDX)  TO WS-EF-VIAG-ANTES
012530     ADD WS-AN-PASSAG(WS-AN-IDX)   TO WS-EF-PASSAG
012540     IF WS-AN-ACEITA(WS-AN-IDX)
012550         AND (WS-AN-ACAO(WS-AN-IDX) = "C"
012560              OR WS-AN-ACAO(WS-AN-IDX) = "X")
012570         GO TO 4600-EXIT
012580     END-IF
012590     ADD 1                         TO WS-EF-PART-DEPOIS
012600     ADD WS-AN-VIAGENS(WS-AN-IDX)  TO WS-EF-VIAG-DEPOIS
012610     IF WS-AN-ACEITA(WS-AN-IDX)
012620         AND WS-AN-ACAO(WS-AN-IDX) = "R"
012630         ADD 1                        TO WS-EF-PART-DEPOIS
012640         ADD WS-AN-VIAGENS(WS-AN-IDX) TO WS-EF-VIAG-DEPOIS
012650     END-IF.
012660 4600-EXIT.
012670     EXIT.
012680
012690 4700-FECHA-GRUPO.
012700     IF WS-EF-PART-ANTES = ZERO
012710         GO TO 4700-EXIT
012720     END-IF
012730     MOVE WS-EF-TIPO TO WS-TIPO-WK
012740     PERFORM 3250-DESC-TIPO
012750     MOVE WS-EF-PART-ANTES  TO WS-PART-ED
012760     MOVE WS-EF-PART-DEPOIS TO WS-PART2-ED
012770     MOVE ZERO TO WS-EF-MEDIA
012780     IF WS-EF-PASSAG > ZERO
012790         COMPUTE WS-EF-MEDIA ROUNDED =
012800                 WS-EF-PASSAG / WS-EF-VIAG-ANTES
012810     END-IF
012820     MOVE WS-EF-MEDIA TO WS-MEDIA-ED
012830     MOVE ZERO TO WS-EF-MEDIA
012840     IF WS-EF-PASSAG > ZERO AND WS-EF-VIAG-DEPOIS > ZERO
012850         COMPUTE WS-EF-MEDIA ROUNDED =
012860                 WS-EF-PASSAG / WS-EF-VIAG-DEPOIS
012870     END-IF
012880     MOVE WS-EF-MEDIA TO WS-MEDIA2-ED
012890     MOVE SPACES TO REPORT-LINE
012900     STRING "  ROTA " WS-EF-ROTA " " WS-TIPO-DESC
012910            " PARTIDAS/DIA" WS-PART-ED " ->" WS-PART2-ED
012920            "   PASS/VIAGEM" WS-MEDIA-ED " ->" WS-MEDIA2-ED
012930         DELIMITED BY SIZE INTO REPORT-LINE
012940     WRITE REPORT-LINE
012950     MOVE ZERO TO WS-EF-PART-ANTES WS-EF-PART-DEPOIS
012960                  WS-EF-VIAG-ANTES WS-EF-VIAG-DEPOIS WS-EF-PASSAG.
012970 4700-EXIT.
012980     EXIT.
012990
013000******************************************************************
013010*  5000-GRAVA-PROPOSTA
013020*  GRAVA A GRADE PROPOSTA (TIMEPROP, LAYOUT TIMETABREC) PARA O
013030*  HORAMANT: A GRADE ATUAL SEM AS PARTIDAS CORTADAS OU ABSORVIDAS
013040*  ACEITAS, MAIS OS REFORCOS ACEITOS. A PARTIDA "T" QUE PERDE UM
013050*  TIPO DE DIA VIRA UMA PARTIDA POR TIPO QUE FICA. COM A GRADE
013060*  MAIOR QUE A TABELA NADA E GRAVADO.
013070******************************************************************
013080 5000-GRAVA-PROPOSTA.
013090     IF WS-ACEITA-COUNT = ZERO
013100         DISPLAY "NENHUMA RECOMENDACAO ACEITA - SEM TIMEPROP"
013110         GO TO 5000-EXIT
013120     END-IF
013130     IF WS-AN-DROPPED > ZERO
013140         DISPLAY "*** GRADE COM " WS-AN-DROPPED
013150                 " PARTIDA(S) FORA DA TABELA - SEM TIMEPROP"
013160         GO TO 5000-EXIT
013170     END-IF
013180     OPEN OUTPUT TIMETABLE-PROPOSAL-FILE
013190     PERFORM 5100-PROPOE-PARTIDA THRU 5100-EXIT
013200         VARYING WS-POS FROM 1 BY 1
013210         UNTIL WS-POS > WS-TT-COUNT
013220     PERFORM 5300-PROPOE-REFORCO THRU 5300-EXIT
013230         VARYING WS-SCAN FROM 1 BY 1
013240         UNTIL WS-SCAN > WS-AN-COUNT
013250     CLOSE TIMETABLE-PROPOSAL-FILE
013260     DISPLAY "GRADE PROPOSTA GRAVADA EM TIMEPROP - " WS-PROP-COUNT
013270             " PARTIDA(S)".
013280 5000-EXIT.
013290     EXIT.
013300
013310 5100-PROPOE-PARTIDA.
013320     SET WS-TT-IDX TO WS-POS
013330     IF WS-TT-PATTERN(WS-TT-IDX) NOT = "U"
013340         AND WS-TT-PATTERN(WS-TT-IDX) NOT = "S"
013350         AND WS-TT-PATTERN(WS-TT-IDX) NOT = "D"
013360         AND WS-TT-PATTERN(WS-TT-IDX) NOT = "T"
013370         MOVE WS-TT-PATTERN(WS-TT-IDX) TO WS-TIPO-WK
013380         PERFORM 5400-GRAVA-PROPOSTA
013390         GO TO 5100-EXIT
013400     END-IF
013410     MOVE ZERO TO WS-KEEP
013420     PERFORM 5150-CONTA-MANTIDA THRU 5150-EXIT
013430         VARYING WS-SCAN FROM 1 BY 1
013440         UNTIL WS-SCAN > WS-AN-COUNT
013450     IF WS-TT-PATTERN(WS-TT-IDX) = "T" AND WS-KEEP = 3
013460         MOVE "T" TO WS-TIPO-WK
013470         PERFORM 5400-GRAVA-PROPOSTA
013480         GO TO 5100-EXIT
013490     END-IF
013500     PERFORM 5200-GRAVA-MANTIDA THRU 5200-EXIT
013510         VARYING WS-SCAN FROM 1 BY 1
013520         UNTIL WS-SCAN > WS-AN-COUNT.
013530 5100-EXIT.
013540     EXIT.
013550
013560 5150-CONTA-MANTIDA.
013570     SET WS-AN-IDX TO WS-SCAN
013580     IF WS-AN-TT(WS-AN-IDX) NOT = WS-POS
013590         GO TO 5150-EXIT
013600     END-IF
013610     IF WS-AN-ACEITA(WS-AN-IDX)
013620         AND (WS-AN-ACAO(WS-AN-IDX) = "C"
013630              OR WS-AN-ACAO(WS-AN-IDX) = "X")
013640         GO TO 5150-EXIT
013650     END-IF
013660     ADD 1 TO WS-KEEP.
013670 5150-EXIT.
013680     EXIT.
013690
013700 5200-GRAVA-MANTIDA.
013710     SET WS-AN-IDX TO WS-SCAN
013720     IF WS-AN-TT(WS-AN-IDX) NOT = WS-POS
013730         GO TO 5200-EXIT
013740     END-IF
013750     IF WS-AN-ACEITA(WS-AN-IDX)
013760         AND (WS-AN-ACAO(WS-AN-IDX) = "C"
013770              OR WS-AN-ACAO(WS-AN-IDX) = "X")
013780         GO TO 5200-EXIT
013790     END-IF
013800     MOVE WS-AN-TIPO(WS-AN-IDX) TO WS-TIPO-WK
013810     PERFORM 5400-GRAVA-PROPOSTA.
013820 5200-EXIT.
013830     EXIT.
013840
013850 5300-PROPOE-REFORCO.
013860     SET WS-AN-IDX TO WS-SCAN
013870     IF NOT WS-AN-ACEITA(WS-AN-IDX)
013880         OR WS-AN-ACAO(WS-AN-IDX) NOT = "R"
013890         GO TO 5300-EXIT
013900     END-IF
013910     MOVE SPACES                     TO TIMETABLE-WORK-RECORD
013920     MOVE WS-AN-ROTA(WS-AN-IDX)
013930         TO TT-ROTA OF TIMETABLE-WORK-RECORD
013940     MOVE WS-AN-NOVA-HORA(WS-AN-IDX)
013950         TO TT-DEP-TIME OF TIMETABLE-WORK-RECORD
013960     MOVE WS-AN-TIPO(WS-AN-IDX)
013970         TO TT-PATTERN OF TIMETABLE-WORK-RECORD
013980     WRITE PROPOSAL-RECORD FROM TIMETABLE-WORK-RECORD
013990     ADD 1 TO WS-PROP-COUNT.
014000 5300-EXIT.
014010     EXIT.
014020
014030*    GRAVA A PARTIDA WS-TT-IDX DA GRADE ATUAL COM O PADRAO
014040*    WS-TIPO-WK.
014050 5400-GRAVA-PROPOSTA.
014060     MOVE SPACES                   TO TIMETABLE-WORK-RECORD
014070     MOVE WS-TT-ROTA(WS-TT-IDX)
014080         TO TT-ROTA OF TIMETABLE-WORK-RECORD
014090     MOVE WS-TT-TIME(WS-TT-IDX)
014100         TO TT-DEP-TIME OF TIMETABLE-WORK-RECORD
014110     MOVE WS-TIPO-WK
014120         TO TT-PATTERN OF TIMETABLE-WORK-RECORD
014130     WRITE PROPOSAL-RECORD FROM TIMETABLE-WORK-RECORD
014140     ADD 1 TO WS-PROP-COUNT.
014150
014160******************************************************************
014170*  6000-FINALIZE
014180*  REGISTRA O PLANEJAMENTO NA AUDITORIA E FECHA OS ARQUIVOS.
014190******************************************************************
014200 6000-FINALIZE.
014210     PERFORM 7000-WRITE-AUDIT
014220     IF WS-TICKETS-FILE-STATUS NOT = "35"
014230         CLOSE TICKETS-FILE
014240     END-IF
014250     CLOSE DEMAND-REPORT-FILE
014260     CLOSE AUDIT-LOG-FILE
014270     DISPLAY "PLANEJAMENTO GRAVADO EM DEMARPT".
014280
014290******************************************************************
014300*  7000-WRITE-AUDIT
014310*  GRAVA O RESUMO DO PLANEJAMENTO NA TRILHA DE AUDITORIA.
014320******************************************************************
014330 7000-WRITE-AUDIT.
014340     MOVE "DEMANDA"          TO AUDIT-PROGRAM-ID
014350     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
014360     ACCEPT AUDIT-TIME FROM TIME
014370     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
014380     MOVE WS-DATE-FROM        TO AUDIT-KEY
014390     MOVE SPACES              TO AUDIT-DETAIL
014400     STRING "ATE=" WS-DATE-TO
014410            " RECOMENDACOES=" WS-RECOM-COUNT
014420            " ACEITAS=" WS-ACEITA-COUNT
014430            " PROPOSTA=" WS-PROP-COUNT
014440         DELIMITED BY SIZE INTO AUDIT-DETAIL
014450     CALL "AUDITWR" USING AUDIT-RECORD.
014460
014470******************************************************************
014480*  8000-READ-TICKET
014490*  LE A PROXIMA PASSAGEM DO ARQUIVO.
014500******************************************************************
014510 8000-READ-TICKET.
014520     READ TICKETS-FILE
014530         AT END
014540             MOVE "Y" TO WS-TICKET-EOF-SW
014550     END-READ.
