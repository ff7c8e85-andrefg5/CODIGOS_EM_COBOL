000600*                   LAYOUT TIMETABREC) - O PLANEJAMENTO CARREGA
000610*                   O RASCUNHO DIRETO EM VEZ DE REDIGITAR O
000620*                   PARADALST.
000630*  2026-09-03 AFG   O MODO DE GRADE PASSA A ACEITAR UMA PRIMEIRA
000640*                   PARTIDA POR ROTA (BRANCO = PADRAO) - COM
000650*                   HEADWAYS DEFASADOS, OS HORARIOS E AS
000660*                   COINCIDENCIAS MUDAM DE VERDADE; A VARREDURA
000670*                   COMECA NA PARTIDA MAIS CEDO DE TODAS.
000680*  2026-10-15 AFG   NOVO MODO DE TAREFAS (ESCOLHA T): OS
000690*                   MULTIPLOS SAO OS INTERVALOS DAS TAREFAS
000700*                   PERIODICAS DO CADASTRO TAREFAS (TAREFMAN),
000710*                   EM DIAS CORRIDOS OU UTEIS (DIAUTIL), E A
000720*                   PARADA E O HORIZONTE EM DIAS A PARTIR DE
000730*                   HOJE (90 = O TRIMESTRE). GERA AS DATAS DE
000740*                   CADA TAREFA COM O RESPONSAVEL, MARCA OS DIAS
000750*                   EM QUE VARIAS COINCIDEM E GRAVA O CALENDARIO
000760*                   (TAREFCAL). O MULTILIST NAO E LIDO NESTE MODO.
000770******************************************************************
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT MULTIPLO-LIST-FILE ASSIGN TO "MULTILIST"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT PARADA-REPORT-FILE ASSIGN TO "PARADALST"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850     SELECT PARADA-REJECT-FILE ASSIGN TO "PARADAREJ"
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870     SELECT TIMETABLE-PROPOSAL-FILE ASSIGN TO "TIMEPROP"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890     SELECT TAREFA-FILE ASSIGN TO "TAREFAS"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS  IS WS-TAR-FILE-STATUS.
000920     SELECT TAREFA-CAL-FILE ASSIGN TO "TAREFCAL"
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  MULTIPLO-LIST-FILE
001000     RECORDING MODE IS F.
001010     COPY MULTILREC.
001020 FD  PARADA-REPORT-FILE
001030     RECORDING MODE IS F.
001040 01  REPORT-LINE                 PIC X(80).
001050 FD  PARADA-REJECT-FILE
001060     RECORDING MODE IS F.
001070 01  REJECT-LINE                 PIC X(80).
001080 FD  TIMETABLE-PROPOSAL-FILE
001090     RECORDING MODE IS F.
001100     COPY TIMETABREC.
001110 FD  TAREFA-FILE
001120     RECORDING MODE IS F.
001130     COPY TAREFREC.
001140 FD  TAREFA-CAL-FILE
001150     RECORDING MODE IS F.
001160     COPY TARCALREC.
001170 FD  AUDIT-LOG-FILE
001180     RECORDING MODE IS F.
001190     COPY AUDITREC.
001200 WORKING-STORAGE SECTION.
001210 01  PARADA                      PIC 9(03).
001220 01  I                           PIC 9(03).
001230 01  WS-HIT-COUNT                PIC 9(05)   VALUE ZERO.
001240 01  WS-MULTIPLO-HIT-COUNT       PIC 9(05)   VALUE ZERO.
001250 01  WS-REJECT-COUNT             PIC 9(05)   VALUE ZERO.
001260 01  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
001270 01  WS-RAW-PARADA               PIC X(10).
001280 01  WS-MODO                     PIC X(01)   VALUE "L".
001290     88  WS-MODO-COINCIDENCIA                VALUE "C" "c".
001300     88  WS-MODO-GRADE                       VALUE "G" "g".
001310     88  WS-MODO-TAREFAS                     VALUE "T" "t".
001320*  MODO DE GRADE: JANELA DE SERVICO E RELOGIO DE TRABALHO.
001330 01  WS-GR-INICIO                PIC X(04).
001340 01  WS-GR-IN-HORA               PIC X(04).
001350 01  WS-GR-FIM                   PIC X(04).
001360 01  WS-GR-MIN-INI               PIC 9(05).
001370 01  WS-GR-MIN-FIM               PIC 9(05).
001380 01  WS-GR-MIN                   PIC 9(05).
001390 01  WS-GR-HH                    PIC 9(02).
001400 01  WS-GR-MM                    PIC 9(02).
001410 01  WS-GR-HORA                  PIC X(04).
001420 01  WS-GR-ROTA                  PIC X(03).
001430 01  WS-GR-SEQ                   PIC 9(02).
001440 01  WS-GR-DEP-COUNT             PIC 9(02).
001450 01  WS-GR-PARTIDAS              PIC 9(05)   VALUE ZERO.
001460 01  WS-GR-COINC                 PIC 9(04)   VALUE ZERO.
001470 01  WS-GR-RESTO                 PIC 9(05).
001480 01  WS-MULT-TABLE.
001490     05  WS-MU-ENTRY OCCURS 20 TIMES
001500                     INDEXED BY WS-MU-IDX.
001510         10  WS-MU-VALOR         PIC 9(03).
001520         10  WS-MU-INI-MIN       PIC 9(05).
001530 01  WS-MU-COUNT                 PIC 9(03)   VALUE ZERO.
001540 01  WS-DIV-COUNT                PIC 9(03).
001550 01  WS-COINC-COUNT              PIC 9(05)   VALUE ZERO.
001560*  MODO DE TAREFAS: UMA LINHA POR TAREFA ATIVA DO CADASTRO E UMA
001570*  POR DIA DO HORIZONTE. NOS DIAS UTEIS O ORDINAL E QUANTOS DIAS
001580*  UTEIS HA DE HOJE ATE O DIA - A DIFERENCA DE ORDINAIS FAZ PARA
001590*  A UNIDADE U O PAPEL QUE A DIFERENCA DE DATAS FAZ PARA A C.
001600 01  WS-TK-TABLE.
001610     05  WS-TK-ENTRY OCCURS 50 TIMES
001620                     INDEXED BY WS-TK-IDX.
001630         10  WS-TK-ID            PIC X(06).
001640         10  WS-TK-DESC          PIC X(30).
001650         10  WS-TK-INTERVALO     PIC 9(03).
001660         10  WS-TK-UNIDADE       PIC X(01).
001670         10  WS-TK-RESP-NOME     PIC X(20).
001680         10  WS-TK-PROX-VENC     PIC X(08).
001690         10  WS-TK-INT-VENC      PIC 9(07).
001700         10  WS-TK-ORD-VENC      PIC S9(05).
001710         10  WS-TK-ATRASADA-SW   PIC X(01).
001720         10  WS-TK-HIT-SW        PIC X(01).
001730 01  WS-TK-COUNT                 PIC 9(03)   VALUE ZERO.
001740 01  WS-DT-TABLE.
001750     05  WS-DT-ENTRY OCCURS 999 TIMES
001760                     INDEXED BY WS-DT-IDX.
001770         10  WS-DT-DATA          PIC X(08).
001780         10  WS-DT-INT           PIC 9(07).
001790         10  WS-DT-UTIL-SW       PIC X(01).
001800         10  WS-DT-ORD           PIC S9(05).
001810 01  WS-TK-DIA                   PIC 9(04).
001820 01  WS-TK-SUB                   PIC 9(04).
001830 01  WS-TK-DIA-COUNT             PIC 9(03).
001840 01  WS-TK-OCORR                 PIC 9(05)   VALUE ZERO.
001850 01  WS-TK-DIAS-COINC            PIC 9(05)   VALUE ZERO.
001860 01  WS-TK-VENCIDAS              PIC 9(03)   VALUE ZERO.
001870 01  WS-TK-OFFSET                PIC S9(05).
001880 01  WS-TK-RESTO                 PIC 9(05).
001890 01  WS-TK-ORD                   PIC S9(05)  VALUE ZERO.
001900 01  WS-TK-INT-HOJE              PIC 9(07).
001910 01  WS-TK-INT-FIM               PIC 9(07).
001920 01  WS-TK-DATA-NUM              PIC 9(08).
001930 01  WS-TK-DIA-ED                PIC X(10).
001940 01  WS-DIAUTIL-FUNC             PIC X(01).
001950 01  WS-DIAUTIL-OUT              PIC X(08).
001960 01  WS-DIAUTIL-SW               PIC X(01).
001970 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
001980 01  WS-MSG-CODE-WK              PIC X(08).
001990 01  WS-MSG-TEXT-WK              PIC X(60).
002000 01  WS-OPERATOR-ID              PIC X(08).
002010 01  WS-OPERATOR-PIN             PIC X(04).
002020 01  WS-RUN-STAMP-DISP           PIC X(30).
002030     COPY RUNSTAMP.
002040 01  WS-SWITCHES.
002050     05  WS-EOF-SW               PIC X(01)   VALUE "N".
002060         88  WS-EOF                          VALUE "Y".
002070     05  WS-PARADA-VALID-SW      PIC X(01)   VALUE "N".
002080         88  WS-PARADA-VALID                 VALUE "Y".
002090     05  WS-VALID-SW             PIC X(01)   VALUE "Y".
002100         88  WS-VALID                        VALUE "Y".
002110     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
002120         88  WS-SIGNON-VALID                 VALUE "Y".
002130     05  WS-TAR-FILE-STATUS      PIC X(02)   VALUE "00".
002140     05  WS-TAR-EOF-SW           PIC X(01)   VALUE "N".
002150         88  WS-TAR-EOF                      VALUE "Y".
002160     05  WS-MULT-OPEN-SW         PIC X(01)   VALUE "N".
002170         88  WS-MULT-OPEN                    VALUE "Y".
002180
002190 PROCEDURE DIVISION.
002200
002210 0000-MAINLINE.
002220     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002240     PERFORM 2000-PROCESS-MULTIPLO THRU 2000-EXIT
002250         UNTIL WS-EOF
002260     IF WS-MODO-COINCIDENCIA
002270         PERFORM 4000-SCAN-COINCIDENCE THRU 4000-EXIT
002280     END-IF
002290     IF WS-MODO-GRADE
002300         PERFORM 5000-GENERATE-GRADE THRU 5000-EXIT
002310     END-IF
002320     IF WS-MODO-TAREFAS
002330         PERFORM 6000-GENERATE-TAREFAS THRU 6000-EXIT
002340     END-IF
002350     PERFORM 3000-FINALIZE
002360     STOP RUN.
002370
002380******************************************************************
002390*  0010-SIGN-ON
002400*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002410*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002420******************************************************************
002430 0010-SIGN-ON.
002440     MOVE "N" TO WS-SIGNON-VALID-SW
002450     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002460         UNTIL WS-SIGNON-VALID.
002470 0010-EXIT.
002480     EXIT.
002490
002500 0020-PROMPT-SIGNON.
002510     MOVE "SGN-001" TO WS-MSG-CODE-WK
002520     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002530     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002540     ACCEPT WS-OPERATOR-ID
002550     MOVE "SGN-002" TO WS-MSG-CODE-WK
002560     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002570     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002580     ACCEPT WS-OPERATOR-PIN
002590     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002600                           WS-SIGNON-VALID-SW
002610     IF NOT WS-SIGNON-VALID
002620         MOVE "SGN-003" TO WS-MSG-CODE-WK
002630         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002640         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002650     END-IF.
002660 0020-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700*  1000-INITIALIZE
002710*  PEDE A PARADA, ABRE OS ARQUIVOS E GRAVA O CABECALHO DO
002720*  RELATORIO DE MULTIPLOS.
002730******************************************************************
002740 1000-INITIALIZE.
002750     PERFORM 0050-GET-PARADA THRU 0050-EXIT
002760     DISPLAY "MODO (L=LISTAGEM, C=COINCIDENCIA, G=GRADE,"
002770             " T=TAREFAS):"
002780     ACCEPT WS-MODO
002790     IF WS-MODO-GRADE
002800         DISPLAY "PRIMEIRA PARTIDA PADRAO (HHMM):"
002810         ACCEPT WS-GR-INICIO
002820         DISPLAY "FIM DO SERVICO (HHMM):"
002830         ACCEPT WS-GR-FIM
002840         IF WS-GR-INICIO NOT NUMERIC
002850             OR WS-GR-FIM NOT NUMERIC
002860             DISPLAY "HORARIOS INVALIDOS - EXECUCAO RECUSADA"
002870             MOVE 8 TO RETURN-CODE
002880            STOP RUN
002890        END-IF
002900        OPEN OUTPUT TIMETABLE-PROPOSAL-FILE
002910     END-IF
002920*    NO MODO T OS MULTIPLOS VEM DO CADASTRO DE TAREFAS.
002930     IF WS-MODO-TAREFAS
002940         OPEN OUTPUT TAREFA-CAL-FILE
002950         MOVE "Y" TO WS-EOF-SW
002960     ELSE
002970         OPEN INPUT  MULTIPLO-LIST-FILE
002980         MOVE "Y" TO WS-MULT-OPEN-SW
002990     END-IF
003000     OPEN OUTPUT PARADA-REPORT-FILE
003010     OPEN OUTPUT PARADA-REJECT-FILE
003020     PERFORM 0100-OPEN-AUDIT-LOG-FILE
003030     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003040     ACCEPT RUN-STAMP-ID   FROM TIME
003050     MOVE SPACES TO WS-RUN-STAMP-DISP
003060     STRING "EXECUCAO " DELIMITED BY SIZE
003070            RUN-STAMP-DATE DELIMITED BY SIZE
003080            " " DELIMITED BY SIZE
003090            RUN-STAMP-ID DELIMITED BY SIZE
003100         INTO WS-RUN-STAMP-DISP
003110     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
003120     WRITE REPORT-LINE
003130     MOVE WS-RUN-STAMP-DISP TO REJECT-LINE
003140     WRITE REJECT-LINE
003150     MOVE SPACES TO REPORT-LINE
003160     IF WS-MODO-TAREFAS
003170         STRING "CALENDARIO DE TAREFAS - " DELIMITED BY SIZE
003180                PARADA DELIMITED BY SIZE
003190                " DIAS A PARTIR DE " DELIMITED BY SIZE
003200                RUN-STAMP-DATE DELIMITED BY SIZE
003210             INTO REPORT-LINE
003220         WRITE REPORT-LINE
003230         GO TO 1000-EXIT
003240     END-IF
003250     STRING "RELATORIO DE MULTIPLOS ATE A PARADA "
003260                DELIMITED BY SIZE
003270            PARADA DELIMITED BY SIZE
003280         INTO REPORT-LINE
003290     WRITE REPORT-LINE
003300     PERFORM 8000-READ-MULTIPLO.
003310 1000-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*  0100-OPEN-AUDIT-LOG-FILE
003360*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003370*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003380******************************************************************
003390 0100-OPEN-AUDIT-LOG-FILE.
003400     OPEN EXTEND AUDIT-LOG-FILE
003410     IF WS-AUDIT-FILE-STATUS = "35"
003420         OPEN OUTPUT AUDIT-LOG-FILE
003430         CLOSE AUDIT-LOG-FILE
003440         OPEN EXTEND AUDIT-LOG-FILE
003450     END-IF.
003460
003470******************************************************************
003480*  0050-GET-PARADA
003490*  PEDE A PARADA E REPETE A PERGUNTA ATE RECEBER UM VALOR VALIDO.
003500******************************************************************
003510 0050-GET-PARADA.
003520     MOVE "N" TO WS-PARADA-VALID-SW
003530     PERFORM 0060-PROMPT-PARADA THRU 0060-EXIT
003540         UNTIL WS-PARADA-VALID.
003550 0050-EXIT.
003560     EXIT.
003570
003580 0060-PROMPT-PARADA.
003590     MOVE "PAR-001" TO WS-MSG-CODE-WK
003600     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003610     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003620     ACCEPT WS-RAW-PARADA
003630     CALL "VALIDNUM" USING WS-RAW-PARADA WS-ALLOW-ZERO-NO
003640                           WS-PARADA-VALID-SW
003650     IF WS-PARADA-VALID
003660         MOVE WS-RAW-PARADA TO PARADA
003670     ELSE
003680         MOVE "PAR-002" TO WS-MSG-CODE-WK
003690         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003700         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003710     END-IF.
003720 0060-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760*  2000-PROCESS-MULTIPLO
003770*  VALIDA UM MULTIPLO DA LISTA E, SE FOR VALIDO, LISTA TODOS OS
003780*  VALORES DE 1 ATE A PARADA QUE SAO MULTIPLOS DELE.
003790******************************************************************
003800 2000-PROCESS-MULTIPLO.
003810     PERFORM 1600-VALIDATE-MULTIPLO
003820     IF NOT WS-VALID
003830         PERFORM 8000-READ-MULTIPLO
003840         GO TO 2000-EXIT
003850     END-IF
003860*    NOS MODOS C E G OS HEADWAYS SO SAO COLETADOS AQUI; A
003870*    VARREDURA ACONTECE DEPOIS DO FIM DO ARQUIVO.
003880     IF WS-MODO-COINCIDENCIA OR WS-MODO-GRADE
003890         IF WS-MU-COUNT < 20
003900             ADD 1 TO WS-MU-COUNT
003910             SET WS-MU-IDX TO WS-MU-COUNT
003920             MOVE MULTIL-VALOR TO WS-MU-VALOR(WS-MU-IDX)
003930         END-IF
003940         PERFORM 8000-READ-MULTIPLO
003950         GO TO 2000-EXIT
003960     END-IF
003970     MOVE ZERO TO WS-MULTIPLO-HIT-COUNT
003980     PERFORM 2500-FIND-MULTIPLES THRU 2500-EXIT
003990     PERFORM 7500-WRITE-AUDIT
004000     PERFORM 8000-READ-MULTIPLO.
004010 2000-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*  1600-VALIDATE-MULTIPLO
004060*  UM MULTIPLO ZERO OU NAO NUMERICO NAO PODE SER USADO (CAUSARIA
004070*  DIVISAO POR ZERO) - E REJEITADO EM VEZ DE DERRUBAR A EXECUCAO.
004080******************************************************************
004090 1600-VALIDATE-MULTIPLO.
004100     MOVE "Y" TO WS-VALID-SW
004110     IF MULTIL-VALOR NOT NUMERIC OR MULTIL-VALOR = ZERO
004120         MOVE "N" TO WS-VALID-SW
004130         ADD 1 TO WS-REJECT-COUNT
004140         MOVE SPACES TO REJECT-LINE
004150         STRING "MULTIPLO " DELIMITED BY SIZE
004160                MULTIL-VALOR DELIMITED BY SIZE
004170                " REJEITADO - DEVE SER MAIOR QUE ZERO"
004180                    DELIMITED BY SIZE
004190             INTO REJECT-LINE
004200         WRITE REJECT-LINE
004210     END-IF.
004220
004230******************************************************************
004240*  2500-FIND-MULTIPLES
004250*  PERCORRE 1 ATE A PARADA CONFERINDO CADA VALOR CONTRA O
004260*  MULTIPLO ATUAL.
004270******************************************************************
004280 2500-FIND-MULTIPLES.
004290     PERFORM 2600-CHECK-ONE THRU 2600-EXIT
004300         VARYING I FROM 1 BY 1 UNTIL I > PARADA.
004310 2500-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350*  2600-CHECK-ONE
004360*  SE O VALOR ATUAL FOR MULTIPLO, MOSTRA NA TELA E GRAVA NO
004370*  RELATORIO.
004380******************************************************************
004390 2600-CHECK-ONE.
004400     IF FUNCTION MOD(I, MULTIL-VALOR) = 0
004410         DISPLAY I
004420         ADD 1 TO WS-HIT-COUNT
004430         ADD 1 TO WS-MULTIPLO-HIT-COUNT
004440         PERFORM 7000-WRITE-HIT-LINE
004450     END-IF.
004460 2600-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500*  7000-WRITE-HIT-LINE
004510*  GRAVA UMA LINHA DE DETALHE NO RELATORIO DE MULTIPLOS.
004520******************************************************************
004530 7000-WRITE-HIT-LINE.
004540     MOVE SPACES TO REPORT-LINE
004550     STRING "MULTIPLO " DELIMITED BY SIZE
004560            MULTIL-VALOR DELIMITED BY SIZE
004570            " VALOR " DELIMITED BY SIZE
004580            I DELIMITED BY SIZE
004590         INTO REPORT-LINE
004600     WRITE REPORT-LINE.
004610
004620******************************************************************
004630*  7500-WRITE-AUDIT
004640*  GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COMPARTILHADA.
004650******************************************************************
004660 7500-WRITE-AUDIT.
004670     MOVE "PARADA"           TO AUDIT-PROGRAM-ID
004680     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004690     ACCEPT AUDIT-TIME FROM TIME
004700     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004710     MOVE MULTIL-VALOR        TO AUDIT-KEY
004720     MOVE SPACES              TO AUDIT-DETAIL
004730     STRING "PARADA=" PARADA " ACERTOS=" WS-MULTIPLO-HIT-COUNT
004740         DELIMITED BY SIZE INTO AUDIT-DETAIL
004750     CALL "AUDITWR" USING AUDIT-RECORD.
004760
004770******************************************************************
004780*  4000-SCAN-COINCIDENCE
004790*  PERCORRE 1 ATE A PARADA CONTANDO POR QUANTOS DOS MULTIPLOS
004800*  CARREGADOS CADA VALOR E DIVISIVEL: DOIS OU MAIS E DIA DE
004810*  COINCIDENCIA; TODOS E DIA DE TODAS AS EQUIPES.
004820******************************************************************
004830 4000-SCAN-COINCIDENCE.
004840     IF WS-MU-COUNT = ZERO
004850         MOVE "NENHUM MULTIPLO VALIDO PARA COINCIDENCIA"
004860             TO REPORT-LINE
004870         WRITE REPORT-LINE
004880         GO TO 4000-EXIT
004890     END-IF
004900     PERFORM 4100-CHECK-COINCIDENCE THRU 4100-EXIT
004910         VARYING I FROM 1 BY 1 UNTIL I > PARADA
004920     MOVE SPACES TO REPORT-LINE
004930     STRING "DIAS DE COINCIDENCIA: " WS-COINC-COUNT
004940         DELIMITED BY SIZE INTO REPORT-LINE
004950     WRITE REPORT-LINE
004960     PERFORM 7600-WRITE-COINC-AUDIT.
004970 4000-EXIT.
004980     EXIT.
004990
005000 4100-CHECK-COINCIDENCE.
005010     MOVE ZERO TO WS-DIV-COUNT
005020     PERFORM 4200-TRY-ONE-MULT THRU 4200-EXIT
005030         VARYING WS-MU-IDX FROM 1 BY 1
005040         UNTIL WS-MU-IDX > WS-MU-COUNT
005050     IF WS-DIV-COUNT >= 2
005060         ADD 1 TO WS-COINC-COUNT
005070         MOVE SPACES TO REPORT-LINE
005080         IF WS-DIV-COUNT = WS-MU-COUNT
005090             STRING "DIA " I " COINCIDEM " WS-DIV-COUNT
005100                    " CICLOS  *** TODAS AS EQUIPES"
005110                 DELIMITED BY SIZE INTO REPORT-LINE
005120         ELSE
005130             STRING "DIA " I " COINCIDEM " WS-DIV-COUNT
005140                    " CICLOS"
005150                 DELIMITED BY SIZE INTO REPORT-LINE
005160         END-IF
005170         WRITE REPORT-LINE
005180     END-IF.
005190 4100-EXIT.
005200     EXIT.
005210
005220 4200-TRY-ONE-MULT.
005230     IF FUNCTION MOD(I, WS-MU-VALOR(WS-MU-IDX)) = 0
005240         ADD 1 TO WS-DIV-COUNT
005250     END-IF.
005260 4200-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*  7600-WRITE-COINC-AUDIT
005310*  GRAVA O RESUMO DO MODO DE COINCIDENCIA NA TRILHA DE
005320*  AUDITORIA.
005330******************************************************************
005340 7600-WRITE-COINC-AUDIT.
005350     MOVE "PARADA"           TO AUDIT-PROGRAM-ID
005360     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
005370     ACCEPT AUDIT-TIME FROM TIME
005380     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
005390     MOVE "COINCID"           TO AUDIT-KEY
005400     MOVE SPACES              TO AUDIT-DETAIL
005410     STRING "PARADA=" PARADA " MULTIPLOS=" WS-MU-COUNT
005420            " DIAS=" WS-COINC-COUNT
005430         DELIMITED BY SIZE INTO AUDIT-DETAIL
005440     CALL "AUDITWR" USING AUDIT-RECORD.
005450
005460******************************************************************
005470*  3000-FINALIZE
005480*  MOSTRA OS TOTAIS DA EXECUCAO E FECHA OS ARQUIVOS.
005490******************************************************************
005500******************************************************************
005510*  5000-GENERATE-GRADE
005520*  MODO DE GRADE: VARRE O RELOGIO DA PRIMEIRA PARTIDA AO FIM DO
005530*  SERVICO, MINUTO A MINUTO; CADA HEADWAY COLETADO (ROTA R01,
005540*  R02, ... NA ORDEM DO MULTILIST) PARTE QUANDO O MINUTO BATE
005550*  COM O CICLO DELE. A PARTIDA VAI AO PARADALST E AO ARQUIVO DE
005560*  GRADE PROPOSTA (TIMEPROP, LAYOUT TIMETABREC, PADRAO "U");
005570*  MINUTO COM DUAS OU MAIS PARTIDAS E COINCIDENCIA NO TERMINAL.
005580******************************************************************
005590 5000-GENERATE-GRADE.
005600     IF WS-MU-COUNT = ZERO
005610         MOVE "MODO GRADE SEM HEADWAYS VALIDOS" TO REPORT-LINE
005620         WRITE REPORT-LINE
005630         GO TO 5000-EXIT
005640     END-IF
005650     MOVE WS-GR-INICIO(1:2) TO WS-GR-HH
005660     MOVE WS-GR-INICIO(3:2) TO WS-GR-MM
005670     COMPUTE WS-GR-MIN-INI = WS-GR-HH * 60 + WS-GR-MM
005680     MOVE WS-GR-FIM(1:2) TO WS-GR-HH
005690     MOVE WS-GR-FIM(3:2) TO WS-GR-MM
005700     COMPUTE WS-GR-MIN-FIM = WS-GR-HH * 60 + WS-GR-MM
005710*   CADA ROTA TEM A PROPRIA PRIMEIRA PARTIDA - COM HEADWAYS
005720*   DEFASADOS, A LISTA DE HORARIOS E AS COINCIDENCIAS MUDAM
005730*   DE VERDADE. BRANCO ASSUME A PRIMEIRA PARTIDA PADRAO; A
005740*   VARREDURA COMECA NA MAIS CEDO DE TODAS.
005750     PERFORM 5050-ASK-ROUTE-START THRU 5050-EXIT
005760         VARYING WS-MU-IDX FROM 1 BY 1
005770         UNTIL WS-MU-IDX > WS-MU-COUNT
005780     MOVE SPACES TO REPORT-LINE
005790     WRITE REPORT-LINE
005800     MOVE "GRADE PROPOSTA (PARTIDAS E COINCIDENCIAS):"
005810         TO REPORT-LINE
005820     WRITE REPORT-LINE
005830     PERFORM 5100-ONE-MINUTE THRU 5100-EXIT
005840         VARYING WS-GR-MIN FROM WS-GR-MIN-INI BY 1
005850         UNTIL WS-GR-MIN > WS-GR-MIN-FIM
005860     MOVE SPACES TO REPORT-LINE
005870     WRITE REPORT-LINE
005880     MOVE SPACES TO REPORT-LINE
005890     STRING "PARTIDAS GERADAS: " WS-GR-PARTIDAS
005900            "  COINCIDENCIAS: " WS-GR-COINC
005910         DELIMITED BY SIZE INTO REPORT-LINE
005920     WRITE REPORT-LINE
005930     CLOSE TIMETABLE-PROPOSAL-FILE
005940     DISPLAY "GRADE PROPOSTA GRAVADA EM TIMEPROP".
005950 5000-EXIT.
005960     EXIT.
005970
005980 5100-ONE-MINUTE.
005990     MOVE ZERO TO WS-GR-DEP-COUNT
006000     COMPUTE WS-GR-HH = WS-GR-MIN / 60
006010     COMPUTE WS-GR-MM = FUNCTION MOD(WS-GR-MIN, 60)
006020     MOVE SPACES TO WS-GR-HORA
006030     STRING WS-GR-HH WS-GR-MM DELIMITED BY SIZE
006040         INTO WS-GR-HORA
006050     PERFORM 5200-ONE-ROUTE THRU 5200-EXIT
006060         VARYING WS-MU-IDX FROM 1 BY 1
006070         UNTIL WS-MU-IDX > WS-MU-COUNT
006080     IF WS-GR-DEP-COUNT >= 2
006090         ADD 1 TO WS-GR-COINC
006100         MOVE SPACES TO REPORT-LINE
006110         STRING "  " WS-GR-HORA
006120                " COINCIDENCIA DE " WS-GR-DEP-COUNT
006130                " ROTAS NO TERMINAL"
006140             DELIMITED BY SIZE INTO REPORT-LINE
006150         WRITE REPORT-LINE
006160     END-IF.
006170 5100-EXIT.
006180     EXIT.
006190
006200 5200-ONE-ROUTE.
006210     IF WS-MU-VALOR(WS-MU-IDX) = ZERO
006220         GO TO 5200-EXIT
006230     END-IF
006240*   ANTES DA PRIMEIRA PARTIDA DA ROTA NAO HA CICLO A BATER.
006250     IF WS-GR-MIN < WS-MU-INI-MIN(WS-MU-IDX)
006260         GO TO 5200-EXIT
006270     END-IF
006280     COMPUTE WS-GR-RESTO = FUNCTION MOD(
006290         WS-GR-MIN - WS-MU-INI-MIN(WS-MU-IDX),
006300         WS-MU-VALOR(WS-MU-IDX))
006310     IF WS-GR-RESTO NOT = ZERO
006320         GO TO 5200-EXIT
006330     END-IF
006340     ADD 1 TO WS-GR-DEP-COUNT
006350     ADD 1 TO WS-GR-PARTIDAS
006360     SET WS-GR-SEQ TO WS-MU-IDX
006370     MOVE SPACES TO WS-GR-ROTA
006380     STRING "R" WS-GR-SEQ DELIMITED BY SIZE
006390         INTO WS-GR-ROTA
006400     MOVE SPACES TO REPORT-LINE
006410     STRING "  " WS-GR-HORA " PARTIDA " WS-GR-ROTA
006420            " (HEADWAY " WS-MU-VALOR(WS-MU-IDX) " MIN)"
006430         DELIMITED BY SIZE INTO REPORT-LINE
006440     WRITE REPORT-LINE
006450     MOVE SPACES     TO TIMETABLE-RECORD
006460     MOVE WS-GR-ROTA TO TT-ROTA
006470     MOVE WS-GR-HORA TO TT-DEP-TIME
006480     MOVE "U"        TO TT-PATTERN
006490     WRITE TIMETABLE-RECORD.
006500 5200-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540*  5050-ASK-ROUTE-START
006550*  PERGUNTA A PRIMEIRA PARTIDA DA ROTA (BRANCO = PADRAO) E
006560*  ADIANTA O INICIO DA VARREDURA SE ALGUMA ROTA COMECA ANTES.
006570******************************************************************
006580  5050-ASK-ROUTE-START.
006590     SET WS-GR-SEQ TO WS-MU-IDX
006600     DISPLAY "PRIMEIRA PARTIDA DA ROTA R" WS-GR-SEQ
006610             " (HHMM, BRANCO=PADRAO):"
006620     ACCEPT WS-GR-IN-HORA
006630     IF WS-GR-IN-HORA = SPACES
006640         OR WS-GR-IN-HORA NOT NUMERIC
006650         MOVE WS-GR-MIN-INI TO WS-MU-INI-MIN(WS-MU-IDX)
006660         GO TO 5050-EXIT
006670     END-IF
006680     MOVE WS-GR-IN-HORA(1:2) TO WS-GR-HH
006690     MOVE WS-GR-IN-HORA(3:2) TO WS-GR-MM
006700     COMPUTE WS-MU-INI-MIN(WS-MU-IDX) =
006710         WS-GR-HH * 60 + WS-GR-MM
006720     IF WS-MU-INI-MIN(WS-MU-IDX) < WS-GR-MIN-INI
006730         MOVE WS-MU-INI-MIN(WS-MU-IDX) TO WS-GR-MIN-INI
006740     END-IF.
006750  5050-EXIT.
006760     EXIT.
006770 
006780
006790 3000-FINALIZE.
006800     MOVE "PAR-003" TO WS-MSG-CODE-WK
006810     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
006820     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " WS-HIT-COUNT
006830     MOVE "PAR-004" TO WS-MSG-CODE-WK
006840     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
006850     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " WS-REJECT-COUNT
006860     IF WS-MULT-OPEN
006870         CLOSE MULTIPLO-LIST-FILE
006880     END-IF
006890     IF WS-MODO-TAREFAS
006900         CLOSE TAREFA-CAL-FILE
006910     END-IF
006920     CLOSE PARADA-REPORT-FILE
006930     CLOSE AUDIT-LOG-FILE
006940     CLOSE PARADA-REJECT-FILE.
006950
006960******************************************************************
006970*  8000-READ-MULTIPLO
006980*  LE O PROXIMO MULTIPLO DA LISTA.
006990******************************************************************
007000 8000-READ-MULTIPLO.
007010     READ MULTIPLO-LIST-FILE
007020         AT END
007030             MOVE "Y" TO WS-EOF-SW
007040     END-READ.
007050
007060******************************************************************
007070*  6000-GENERATE-TAREFAS
007080*  MODO DE TAREFAS: OS MULTIPLOS SAO OS INTERVALOS DAS TAREFAS
007090*  ATIVAS DO CADASTRO TAREFAS E O CICLO DE CADA UMA PARTE DO
007100*  PROXIMO VENCIMENTO. PERCORRE OS DIAS DE HOJE ATE A PARADA:
007110*  O DIA E DA TAREFA QUANDO A DISTANCIA ATE O VENCIMENTO (EM
007120*  DIAS CORRIDOS, OU EM DIAS UTEIS PELOS ORDINAIS) E MULTIPLA DO
007130*  INTERVALO. DIA COM DUAS OU MAIS TAREFAS E COINCIDENCIA.
007140*  TAREFA JA VENCIDA RECOMECA O CICLO HOJE, COMO SE FOSSE FEITA
007150*  AGORA, E SAI MARCADA NO CALENDARIO (TAREFCAL).
007160******************************************************************
007170 6000-GENERATE-TAREFAS.
007180     PERFORM 6100-LOAD-TAREFAS THRU 6100-EXIT
007190     IF WS-TK-COUNT = ZERO
007200         MOVE "NENHUMA TAREFA ATIVA VALIDA NO CADASTRO"
007210             TO REPORT-LINE
007220         WRITE REPORT-LINE
007230         GO TO 6000-EXIT
007240     END-IF
007250     MOVE RUN-STAMP-DATE TO WS-TK-DATA-NUM
007260     COMPUTE WS-TK-INT-HOJE =
007270         FUNCTION INTEGER-OF-DATE(WS-TK-DATA-NUM)
007280     MOVE WS-TK-INT-HOJE TO WS-TK-INT-FIM
007290     ADD PARADA TO WS-TK-INT-FIM
007300     SUBTRACT 1 FROM WS-TK-INT-FIM
007310     MOVE ZERO TO WS-TK-ORD
007320     PERFORM 6200-BUILD-ONE-DAY THRU 6200-EXIT
007330         VARYING WS-TK-DIA FROM 1 BY 1
007340         UNTIL WS-TK-DIA > PARADA
007350     MOVE SPACES TO REPORT-LINE
007360     WRITE REPORT-LINE
007370     MOVE "TAREFAS VENCIDAS (CICLO RECOMECA HOJE):"
007380         TO REPORT-LINE
007390     WRITE REPORT-LINE
007400     PERFORM 6300-ANCHOR-ONE-TAREFA THRU 6300-EXIT
007410         VARYING WS-TK-IDX FROM 1 BY 1
007420         UNTIL WS-TK-IDX > WS-TK-COUNT
007430     IF WS-TK-VENCIDAS = ZERO
007440         MOVE "  NENHUMA" TO REPORT-LINE
007450         WRITE REPORT-LINE
007460     END-IF
007470     MOVE SPACES TO REPORT-LINE
007480     WRITE REPORT-LINE
007490     MOVE "OCORRENCIAS POR DIA (TAREFA, DESCRICAO, RESPONSAVEL):"
007500         TO REPORT-LINE
007510     WRITE REPORT-LINE
007520     PERFORM 6400-ONE-DAY THRU 6400-EXIT
007530         VARYING WS-TK-DIA FROM 1 BY 1
007540         UNTIL WS-TK-DIA > PARADA
007550     MOVE SPACES TO REPORT-LINE
007560     WRITE REPORT-LINE
007570     MOVE SPACES TO REPORT-LINE
007580     STRING "OCORRENCIAS: " WS-TK-OCORR
007590            "  DIAS DE COINCIDENCIA: " WS-TK-DIAS-COINC
007600            "  VENCIDAS: " WS-TK-VENCIDAS
007610         DELIMITED BY SIZE INTO REPORT-LINE
007620     WRITE REPORT-LINE
007630     PERFORM 7700-WRITE-TAREFA-AUDIT
007640     DISPLAY "CALENDARIO DE TAREFAS GRAVADO EM TAREFCAL".
007650 6000-EXIT.
007660     EXIT.
007670
007680******************************************************************
007690*  6100-LOAD-TAREFAS
007700*  CARREGA AS TAREFAS ATIVAS. INTERVALO ZERO OU INVALIDO,
007710*  UNIDADE DESCONHECIDA OU VENCIMENTO NAO NUMERICO VAI PARA O
007720*  PARADAREJ, COMO O MULTIPLO INVALIDO DOS OUTROS MODOS.
007730******************************************************************
007740 6100-LOAD-TAREFAS.
007750     OPEN INPUT TAREFA-FILE
007760     IF WS-TAR-FILE-STATUS NOT = "00"
007770         MOVE "CADASTRO DE TAREFAS (TAREFAS) NAO ENCONTRADO"
007780             TO REPORT-LINE
007790         WRITE REPORT-LINE
007800         GO TO 6100-EXIT
007810     END-IF
007820     PERFORM 6150-LOAD-ONE-TAREFA THRU 6150-EXIT
007830         UNTIL WS-TAR-EOF
007840     CLOSE TAREFA-FILE.
007850 6100-EXIT.
007860     EXIT.
007870
007880 6150-LOAD-ONE-TAREFA.
007890     READ TAREFA-FILE
007900         AT END
007910             MOVE "Y" TO WS-TAR-EOF-SW
007920             GO TO 6150-EXIT
007930     END-READ
007940     IF TAR-SUSPENSA
007950         GO TO 6150-EXIT
007960     END-IF
007970     IF TAR-INTERVALO NOT NUMERIC
007980         OR TAR-INTERVALO = ZERO
007990         OR TAR-PROX-VENC NOT NUMERIC
008000         OR (NOT TAR-DIAS-CORRIDOS AND NOT TAR-DIAS-UTEIS)
008010         ADD 1 TO WS-REJECT-COUNT
008020         MOVE SPACES TO REJECT-LINE
008030         STRING "TAREFA " TAR-ID
008040                " REJEITADA - INTERVALO, UNIDADE OU VENCIMENTO"
008050                " INVALIDO"
008060             DELIMITED BY SIZE INTO REJECT-LINE
008070         WRITE REJECT-LINE
008080         GO TO 6150-EXIT
008090     END-IF
008100     IF WS-TK-COUNT >= 50
008110         ADD 1 TO WS-REJECT-COUNT
008120         MOVE SPACES TO REJECT-LINE
008130         STRING "TAREFA " TAR-ID
008140                " REJEITADA - TABELA DE TAREFAS CHEIA"
008150             DELIMITED BY SIZE INTO REJECT-LINE
008160         WRITE REJECT-LINE
008170         GO TO 6150-EXIT
008180     END-IF
008190     ADD 1 TO WS-TK-COUNT
008200     SET WS-TK-IDX TO WS-TK-COUNT
008210     MOVE TAR-ID        TO WS-TK-ID(WS-TK-IDX)
008220     MOVE TAR-DESCRICAO TO WS-TK-DESC(WS-TK-IDX)
008230     MOVE TAR-INTERVALO TO WS-TK-INTERVALO(WS-TK-IDX)
008240     MOVE TAR-UNIDADE   TO WS-TK-UNIDADE(WS-TK-IDX)
008250     MOVE TAR-RESP-NOME TO WS-TK-RESP-NOME(WS-TK-IDX)
008260     MOVE TAR-PROX-VENC TO WS-TK-PROX-VENC(WS-TK-IDX)
008270     MOVE ZERO          TO WS-TK-ORD-VENC(WS-TK-IDX)
008280     MOVE "N"           TO WS-TK-ATRASADA-SW(WS-TK-IDX)
008290     MOVE "N"           TO WS-TK-HIT-SW(WS-TK-IDX).
008300 6150-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340*  6200-BUILD-ONE-DAY
008350*  MONTA O DIA DO HORIZONTE: DATA, INTEIRO DA DATA, SE E DIA
008360*  UTIL (DIAUTIL) E O ORDINAL DE DIAS UTEIS DESDE HOJE.
008370******************************************************************
008380 6200-BUILD-ONE-DAY.
008390     SET WS-DT-IDX TO WS-TK-DIA
008400     MOVE WS-TK-INT-HOJE TO WS-DT-INT(WS-DT-IDX)
008410     ADD WS-TK-DIA TO WS-DT-INT(WS-DT-IDX)
008420     SUBTRACT 1 FROM WS-DT-INT(WS-DT-IDX)
008430     COMPUTE WS-TK-DATA-NUM =
008440         FUNCTION DATE-OF-INTEGER(WS-DT-INT(WS-DT-IDX))
008450     MOVE WS-TK-DATA-NUM TO WS-DT-DATA(WS-DT-IDX)
008460     MOVE "Q" TO WS-DIAUTIL-FUNC
008470     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-DT-DATA(WS-DT-IDX)
008480                          WS-DIAUTIL-OUT WS-DIAUTIL-SW
008490     MOVE WS-DIAUTIL-SW TO WS-DT-UTIL-SW(WS-DT-IDX)
008500     IF WS-DIAUTIL-SW = "Y"
008510         ADD 1 TO WS-TK-ORD
008520     END-IF
008530     MOVE WS-TK-ORD TO WS-DT-ORD(WS-DT-IDX).
008540 6200-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580*  6300-ANCHOR-ONE-TAREFA
008590*  FIXA O PONTO DE PARTIDA DO CICLO DA TAREFA: O INTEIRO DO
008600*  VENCIMENTO E, NA UNIDADE U, O ORDINAL DE DIA UTIL DELE.
008610*  VENCIMENTO PASSADO VAI PARA A LISTA DE VENCIDAS E O CICLO
008620*  RECOMECA HOJE (NA UNIDADE U, NO PRIMEIRO DIA UTIL, ORDINAL 1).
008630******************************************************************
008640 6300-ANCHOR-ONE-TAREFA.
008650     MOVE WS-TK-PROX-VENC(WS-TK-IDX) TO WS-TK-DATA-NUM
008660     COMPUTE WS-TK-INT-VENC(WS-TK-IDX) =
008670         FUNCTION INTEGER-OF-DATE(WS-TK-DATA-NUM)
008680     IF WS-TK-INT-VENC(WS-TK-IDX) < WS-TK-INT-HOJE
008690         MOVE "Y" TO WS-TK-ATRASADA-SW(WS-TK-IDX)
008700         ADD 1 TO WS-TK-VENCIDAS
008710         MOVE SPACES TO REPORT-LINE
008720         STRING "  " WS-TK-ID(WS-TK-IDX)
008730                " " WS-TK-DESC(WS-TK-IDX)
008740                " VENCEU " WS-TK-PROX-VENC(WS-TK-IDX)
008750                " " WS-TK-RESP-NOME(WS-TK-IDX)
008760             DELIMITED BY SIZE INTO REPORT-LINE
008770         WRITE REPORT-LINE
008780         MOVE WS-TK-INT-HOJE TO WS-TK-INT-VENC(WS-TK-IDX)
008790         MOVE 1 TO WS-TK-ORD-VENC(WS-TK-IDX)
008800         GO TO 6300-EXIT
008810     END-IF
008820     IF WS-TK-UNIDADE(WS-TK-IDX) NOT = "U"
008830         GO TO 6300-EXIT
008840     END-IF
008850*    VENCIMENTO ALEM DO HORIZONTE: ORDINAL ALTO, NENHUM DIA BATE.
008860     IF WS-TK-INT-VENC(WS-TK-IDX) > WS-TK-INT-FIM
008870         MOVE 99999 TO WS-TK-ORD-VENC(WS-TK-IDX)
008880         GO TO 6300-EXIT
008890     END-IF
008900     SUBTRACT WS-TK-INT-HOJE FROM WS-TK-INT-VENC(WS-TK-IDX)
008910         GIVING WS-TK-SUB
008920     ADD 1 TO WS-TK-SUB
008930     MOVE WS-DT-ORD(WS-TK-SUB) TO WS-TK-ORD-VENC(WS-TK-IDX).
008940 6300-EXIT.
008950     EXIT.
008960
008970******************************************************************
008980*  6400-ONE-DAY
008990*  CONTA AS TAREFAS DO DIA; HAVENDO ALGUMA, GRAVA A LINHA DO DIA
009000*  (COM A COINCIDENCIA, SE FOR O CASO) E AS OCORRENCIAS.
009010******************************************************************
009020 6400-ONE-DAY.
009030     SET WS-DT-IDX TO WS-TK-DIA
009040     MOVE ZERO TO WS-TK-DIA-COUNT
009050     PERFORM 6500-TRY-ONE-TAREFA THRU 6500-EXIT
009060         VARYING WS-TK-IDX FROM 1 BY 1
009070         UNTIL WS-TK-IDX > WS-TK-COUNT
009080     IF WS-TK-DIA-COUNT = ZERO
009090         GO TO 6400-EXIT
009100     END-IF
009110     MOVE SPACES TO WS-TK-DIA-ED
009120     STRING WS-DT-DATA(WS-DT-IDX)(1:4) "-"
009130            WS-DT-DATA(WS-DT-IDX)(5:2) "-"
009140            WS-DT-DATA(WS-DT-IDX)(7:2)
009150         DELIMITED BY SIZE INTO WS-TK-DIA-ED
009160     MOVE SPACES TO REPORT-LINE
009170     IF WS-TK-DIA-COUNT >= 2
009180         ADD 1 TO WS-TK-DIAS-COINC
009190         IF WS-TK-DIA-COUNT = WS-TK-COUNT
009200             STRING "DIA " WS-TK-DIA-ED " COINCIDEM "
009210                    WS-TK-DIA-COUNT
009220                    " TAREFAS  *** TODAS AS EQUIPES"
009230                 DELIMITED BY SIZE INTO REPORT-LINE
009240         ELSE
009250             STRING "DIA " WS-TK-DIA-ED " COINCIDEM "
009260                    WS-TK-DIA-COUNT " TAREFAS"
009270                 DELIMITED BY SIZE INTO REPORT-LINE
009280         END-IF
009290     ELSE
009300         STRING "DIA " WS-TK-DIA-ED
009310             DELIMITED BY SIZE INTO REPORT-LINE
009320     END-IF
009330     WRITE REPORT-LINE
009340     PERFORM 6600-WRITE-ONE-HIT THRU 6600-EXIT
009350         VARYING WS-TK-IDX FROM 1 BY 1
009360         UNTIL WS-TK-IDX > WS-TK-COUNT.
009370 6400-EXIT.
009380     EXIT.
009390
009400******************************************************************
009410*  6500-TRY-ONE-TAREFA
009420*  A TAREFA CAI NO DIA QUANDO A DISTANCIA DESDE O VENCIMENTO E
009430*  MULTIPLA DO INTERVALO - NA UNIDADE U SO EM DIA UTIL, MEDINDO
009440*  A DISTANCIA PELOS ORDINAIS DE DIAS UTEIS.
009450******************************************************************
009460 6500-TRY-ONE-TAREFA.
009470     MOVE "N" TO WS-TK-HIT-SW(WS-TK-IDX)
009480     IF WS-TK-UNIDADE(WS-TK-IDX) = "U"
009490         IF WS-DT-UTIL-SW(WS-DT-IDX) NOT = "Y"
009500             GO TO 6500-EXIT
009510         END-IF
009520         SUBTRACT WS-TK-ORD-VENC(WS-TK-IDX)
009530             FROM WS-DT-ORD(WS-DT-IDX) GIVING WS-TK-OFFSET
009540     ELSE
009550         SUBTRACT WS-TK-INT-VENC(WS-TK-IDX)
009560             FROM WS-DT-INT(WS-DT-IDX) GIVING WS-TK-OFFSET
009570     END-IF
009580     IF WS-TK-OFFSET < ZERO
009590         GO TO 6500-EXIT
009600     END-IF
009610     COMPUTE WS-TK-RESTO =
009620         FUNCTION MOD(WS-TK-OFFSET, WS-TK-INTERVALO(WS-TK-IDX))
009630     IF WS-TK-RESTO NOT = ZERO
009640         GO TO 6500-EXIT
009650     END-IF
009660     MOVE "Y" TO WS-TK-HIT-SW(WS-TK-IDX)
009670     ADD 1 TO WS-TK-DIA-COUNT.
009680 6500-EXIT.
009690     EXIT.
009700
009710******************************************************************
009720*  6600-WRITE-ONE-HIT
009730*  GRAVA A OCORRENCIA NO PARADALST E NO CALENDARIO (TAREFCAL).
009740*  A PRIMEIRA OCORRENCIA DE TAREFA VENCIDA SAI MARCADA.
009750******************************************************************
009760 6600-WRITE-ONE-HIT.
009770     IF WS-TK-HIT-SW(WS-TK-IDX) NOT = "Y"
009780         GO TO 6600-EXIT
009790     END-IF
009800     ADD 1 TO WS-TK-OCORR
009810     ADD 1 TO WS-HIT-COUNT
009820     MOVE SPACES TO TAREFA-CAL-RECORD
009830     MOVE WS-DT-DATA(WS-DT-IDX)     TO TCAL-DATA
009840     MOVE WS-TK-ID(WS-TK-IDX)        TO TCAL-ID
009850     MOVE WS-TK-DESC(WS-TK-IDX)      TO TCAL-DESCRICAO
009860     MOVE WS-TK-RESP-NOME(WS-TK-IDX) TO TCAL-RESP-NOME
009870     MOVE WS-TK-DIA-COUNT            TO TCAL-TAREFAS-DIA
009880     MOVE "N"                        TO TCAL-ATRASADA
009890     MOVE SPACES TO REPORT-LINE
009900     IF WS-TK-ATRASADA-SW(WS-TK-IDX) = "Y"
009910         MOVE "Y" TO TCAL-ATRASADA
009920         MOVE "P" TO WS-TK-ATRASADA-SW(WS-TK-IDX)
009930         STRING "  " WS-TK-ID(WS-TK-IDX)
009940                " " WS-TK-DESC(WS-TK-IDX)
009950                " " WS-TK-RESP-NOME(WS-TK-IDX)
009960                " (VENCIDA)"
009970             DELIMITED BY SIZE INTO REPORT-LINE
009980     ELSE
009990         STRING "  " WS-TK-ID(WS-TK-IDX)
010000                " " WS-TK-DESC(WS-TK-IDX)
010010                " " WS-TK-RESP-NOME(WS-TK-IDX)
010020             DELIMITED BY SIZE INTO REPORT-LINE
010030     END-IF
010040     WRITE REPORT-LINE
010050     WRITE TAREFA-CAL-RECORD.
010060 6600-EXIT.
010070     EXIT.
010080
010090******************************************************************
010100*  7700-WRITE-TAREFA-AUDIT
010110*  GRAVA O RESUMO DO MODO DE TAREFAS NA TRILHA DE AUDITORIA.
010120******************************************************************
010130 7700-WRITE-TAREFA-AUDIT.
010140     MOVE "PARADA"           TO AUDIT-PROGRAM-ID
010150     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010160     ACCEPT AUDIT-TIME FROM TIME
010170     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010180     MOVE "TAREFAS"           TO AUDIT-KEY
010190     MOVE SPACES              TO AUDIT-DETAIL
010200     STRING "PARADA=" PARADA " TAREFAS=" WS-TK-COUNT
010210            " OCORR=" WS-TK-OCORR
010220            " COINC=" WS-TK-DIAS-COINC
010230            " VENC=" WS-TK-VENCIDAS
010240         DELIMITED BY SIZE INTO AUDIT-DETAIL
010250     CALL "AUDITWR" USING AUDIT-RECORD.
