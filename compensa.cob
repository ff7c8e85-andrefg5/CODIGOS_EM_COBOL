000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COMPENSA.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - COMPENSACAO DE PARTIDAS CANCELADAS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  COMPENSA.CBL
000090*  COMPENSACAO DE PASSES E CARNES POR PARTIDA CANCELADA. O
000100*  PARTIDAS APONTA AS PARTIDAS DA GRADE QUE RODARAM SEM NENHUMA
000110*  PASSAGEM; A OPERACAO CONFIRMA QUAIS FORAM DE FATO CANCELADAS E
000120*  INFORMA AQUI CADA UMA (DATA, ROTA, HORARIO DA GRADE):
000130*    - A PARTIDA TEM DE CONSTAR DO TIMETAB E NAO PODE TER
000140*      PASSAGEM NO TICKETS NAQUELA DATA (SE TEVE, RODOU);
000150*    - AFETADOS SAO OS PASSES RESTRITOS A ROTA, VIGENTES NA DATA,
000160*      E OS PASSES E CARNES QUE EMBARCARAM NAQUELA MESMA PARTIDA
000170*      (ROTA + HORARIO) NOS 28 DIAS ANTERIORES - QUEM COSTUMA
000180*      ESTAR NO PONTO;
000190*    - PASSE GANHA UM DIA NO PASSM-EXPIRY; CARNE GANHA UMA
000200*      VIAGEM DE VOLTA NO CARN-RIDES-LEFT;
000210*    - CADA CREDITO VAI PARA O COMPLOG COM A PARTIDA A QUE SE
000220*      REFERE E O CUSTO; PAR PARTIDA/NUMERO JA NO COMPLOG NAO E
000230*      CREDITADO DE NOVO. O COMPMES FAZ O EXTRATO MENSAL DO CUSTO
000240*      POR ROTA.
000250*  CONCEDE VALOR - EXIGE NIVEL 9 (SUPERVISOR).
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PASS-MASTER-FILE ASSIGN TO "PASSMAST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS  IS WS-PASSM-FILE-STATUS.
000370     SELECT CARNET-FILE ASSIGN TO "CARNMAST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS  IS WS-CARN-FILE-STATUS.
000400     SELECT TIMETABLE-FILE ASSIGN TO "TIMETAB"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS WS-TT-FILE-STATUS.
000430     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000460     SELECT COMP-LOG-FILE ASSIGN TO "COMPLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS WS-CMP-FILE-STATUS.
000490     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PASS-MASTER-FILE
000550     RECORDING MODE IS F.
000560     COPY PASSMREC.
000570 FD  CARNET-FILE
000580     RECORDING MODE IS F.
000590     COPY CARNREC.
000600 FD  TIMETABLE-FILE
000610     RECORDING MODE IS F.
000620     COPY TIMETABREC.
000630 FD  TICKETS-FILE
000640     RECORDING MODE IS F.
000650     COPY TICKETREC.
000660 FD  COMP-LOG-FILE
000670     RECORDING MODE IS F.
000680     COPY COMPREC.
000690 FD  AUDIT-LOG-FILE
000700     RECORDING MODE IS F.
000710     COPY AUDITREC.
000720 WORKING-STORAGE SECTION.
000730 01  WS-SWITCHES.
000740     05  WS-PASSM-FILE-STATUS    PIC X(02)   VALUE "00".
000750     05  WS-CARN-FILE-STATUS     PIC X(02)   VALUE "00".
000760     05  WS-TT-FILE-STATUS       PIC X(02)   VALUE "00".
000770     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000780     05  WS-CMP-FILE-STATUS      PIC X(02)   VALUE "00".
000790     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000800     05  WS-PASSM-EOF-SW         PIC X(01)   VALUE "N".
000810         88  WS-PASSM-EOF                    VALUE "Y".
000820     05  WS-CARN-EOF-SW          PIC X(01)   VALUE "N".
000830         88  WS-CARN-EOF                     VALUE "Y".
000840     05  WS-TT-EOF-SW            PIC X(01)   VALUE "N".
000850         88  WS-TT-EOF                       VALUE "Y".
000860     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000870         88  WS-TICKET-EOF                   VALUE "Y".
000880     05  WS-CMP-EOF-SW           PIC X(01)   VALUE "N".
000890         88  WS-CMP-EOF                      VALUE "Y".
000900     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000910         88  WS-EXIT                         VALUE "Y".
000920     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000930         88  WS-SIGNON-VALID                 VALUE "Y".
000940     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000950         88  WS-FOUND                        VALUE "Y".
000960     05  WS-CHANGED-SW           PIC X(01)   VALUE "N".
000970         88  WS-CHANGED                      VALUE "Y".
000980 01  WS-MSG-CODE-WK              PIC X(08).
000990 01  WS-MSG-TEXT-WK              PIC X(60).
001000 01  WS-OPERATOR-ID              PIC X(08).
001010 01  WS-OPERATOR-PIN             PIC X(04).
001020 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
001030 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001040     88  WS-AUTHORIZED                       VALUE "Y".
001050     COPY RUNSTAMP.
001060 01  WS-HOJE                     PIC X(08).
001070 01  WS-IN-DATA                  PIC X(08).
001080 01  WS-IN-ROTA                  PIC X(03).
001090 01  WS-IN-HORA                  PIC X(04).
001100 01  WS-IN-CONFIRMA              PIC X(01).
001110*  PARTIDA INFORMADA (ROTA + HORARIO), COMO NO TICKET-TRIP-ID.
001120 01  WS-PARTIDA-ID.
001130     05  WS-PARTIDA-ROTA         PIC X(03).
001140     05  WS-PARTIDA-HORA         PIC X(04).
001150*  JANELA DE EMBARQUES QUE FAZ DO PASSAGEIRO UM USUARIO HABITUAL
001160*  DA PARTIDA: OS DIAS ANTERIORES A DATA CANCELADA.
001170 77  WS-JANELA-DIAS              PIC 9(03)   VALUE 28.
001180 01  WS-JANELA-INI               PIC X(08).
001190 01  WS-DATA-NUM                 PIC 9(08).
001200 01  WS-DIAS-INT                 PIC 9(07).
001210 01  WS-SCAN                     PIC 9(03).
001220 01  WS-AF-SCAN                  PIC 9(03).
001230 01  WS-PASSAGENS                PIC 9(05).
001240 01  WS-NUMERO-WK                PIC X(10).
001250 01  WS-TIPO-WK                  PIC X(01).
001260 01  WS-CUSTO-WK                 PIC 9(05)V99.
001270 01  WS-CUSTO-PARTIDA            PIC 9(07)V99.
001280 01  WS-CUSTO-TOTAL              PIC 9(07)V99 VALUE ZERO.
001290 01  WS-PASSES-PARTIDA           PIC 9(03).
001300 01  WS-CARNES-PARTIDA           PIC 9(03).
001310 01  WS-JA-PARTIDA               PIC 9(03).
001320 01  WS-PARTIDAS-COMP            PIC 9(03)   VALUE ZERO.
001330 01  WS-CREDITOS-TOTAL           PIC 9(05)   VALUE ZERO.
001340 01  WS-VALOR-ED                 PIC ZZZZZZ9.99.
001350
001360******************************************************************
001370*  CADASTROS DE PASSES E DE CARNES CARREGADOS EM MEMORIA E
001380*  REGRAVADOS INTEIROS NA SAIDA (MESMO PADRAO DO PASSVEND); SE
001390*  ALGUM NAO COUBER NA TABELA A EXECUCAO E RECUSADA.
001400******************************************************************
001410 01  WS-PM-TABLE.
001420     05  WS-PM-ENTRY OCCURS 200 TIMES
001430                     INDEXED BY WS-PM-IDX.
001440         10  WS-PM-NUMERO        PIC X(10).
001450         10  WS-PM-HOLDER        PIC X(20).
001460         10  WS-PM-ROTA          PIC X(03).
001470         10  WS-PM-EXPIRY        PIC X(08).
001480         10  WS-PM-PRECO         PIC 9(05)V99.
001490 01  WS-PM-COUNT                 PIC 9(03)   VALUE ZERO.
001500 01  WS-CN-TABLE.
001510     05  WS-CN-ENTRY OCCURS 200 TIMES
001520                     INDEXED BY WS-CN-IDX.
001530         10  WS-CN-NUMERO        PIC X(10).
001540         10  WS-CN-HOLDER        PIC X(20).
001550         10  WS-CN-TOTAL         PIC 9(03).
001560         10  WS-CN-LEFT          PIC 9(03).
001570         10  WS-CN-PRECO         PIC 9(05)V99.
001580         10  WS-CN-SALE-DATE     PIC X(08).
001590 01  WS-CN-COUNT                 PIC 9(03)   VALUE ZERO.
001600 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001610     88  WS-OVERFLOW                         VALUE "Y".
001620
001630******************************************************************
001640*  AFETADOS PELA PARTIDA EM CURSO (PASSES E CARNES, DISTINTOS),
001650*  COM A MARCA DE "JA COMPENSADO" VINDA DO COMPLOG.
001660******************************************************************
001670 01  WS-AF-TABLE.
001680     05  WS-AF-ENTRY OCCURS 300 TIMES
001690                     INDEXED BY WS-AF-IDX.
001700         10  WS-AF-NUMERO        PIC X(10).
001710         10  WS-AF-TIPO          PIC X(01).
001720         10  WS-AF-JA-SW         PIC X(01).
001730 01  WS-AF-COUNT                 PIC 9(03)   VALUE ZERO.
001740 01  WS-AF-FULL-SW               PIC X(01)   VALUE "N".
001750     88  WS-AF-FULL                          VALUE "Y".
001760
001770 PROCEDURE DIVISION.
001780
001790 0000-MAINLINE.
001800     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001810*    CONCEDE VALOR - EXIGE NIVEL 9 (SUPERVISOR) PELO OPAUTH.
001820     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001830                         WS-AUTHORIZED-SW
001840     IF NOT WS-AUTHORIZED
001850         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001860         MOVE 8 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     PERFORM 1000-INITIALIZE
001900     IF WS-OVERFLOW
001910         DISPLAY "PASSMAST OU CARNMAST MAIOR QUE A TABELA (200) -"
001920                 " EXECUCAO RECUSADA, NADA ALTERADO"
001930         MOVE 8 TO RETURN-CODE
001940         STOP RUN
001950     END-IF
001960     PERFORM 2000-PEDE-PARTIDA THRU 2000-EXIT
001970         UNTIL WS-EXIT
001980     PERFORM 3000-FINALIZE
001990     STOP RUN.
002000
002010******************************************************************
002020*  0010-SIGN-ON
002030*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002040*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002050******************************************************************
002060 0010-SIGN-ON.
002070     MOVE "N" TO WS-SIGNON-VALID-SW
002080     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002090         UNTIL WS-SIGNON-VALID.
002100 0010-EXIT.
002110     EXIT.
002120
002130 0020-PROMPT-SIGNON.
002140     MOVE "SGN-001" TO WS-MSG-CODE-WK
002150     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002160     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002170     ACCEPT WS-OPERATOR-ID
002180     MOVE "SGN-002" TO WS-MSG-CODE-WK
002190     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002200     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002210     ACCEPT WS-OPERATOR-PIN
002220     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002230                           WS-SIGNON-VALID-SW
002240     IF NOT WS-SIGNON-VALID
002250         MOVE "SGN-003" TO WS-MSG-CODE-WK
002260         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002270         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002280     END-IF.
002290 0020-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330*  1000-INITIALIZE
002340*  CARREGA OS CADASTROS DE PASSES E DE CARNES E ABRE A AUDITORIA.
002350******************************************************************
002360 1000-INITIALIZE.
002370     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002380     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002390     ACCEPT RUN-STAMP-ID   FROM TIME
002400     OPEN INPUT PASS-MASTER-FILE
002410     IF WS-PASSM-FILE-STATUS NOT = "00"
002420         MOVE "Y" TO WS-PASSM-EOF-SW
002430     ELSE
002440         PERFORM 1100-LOAD-PASS-ENTRY THRU 1100-EXIT
002450             UNTIL WS-PASSM-EOF
002460         CLOSE PASS-MASTER-FILE
002470     END-IF
002480     OPEN INPUT CARNET-FILE
002490     IF WS-CARN-FILE-STATUS NOT = "00"
002500         MOVE "Y" TO WS-CARN-EOF-SW
002510     ELSE
002520         PERFORM 1200-LOAD-CARNET-ENTRY THRU 1200-EXIT
002530             UNTIL WS-CARN-EOF
002540         CLOSE CARNET-FILE
002550     END-IF
002560     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002570
002580 1100-LOAD-PASS-ENTRY.
002590     READ PASS-MASTER-FILE
002600         AT END
002610             MOVE "Y" TO WS-PASSM-EOF-SW
002620             GO TO 1100-EXIT
002630     END-READ
002640     IF WS-PM-COUNT >= 200
002650         MOVE "Y" TO WS-OVERFLOW-SW
002660         GO TO 1100-EXIT
002670     END-IF
002680     ADD 1 TO WS-PM-COUNT
002690     SET WS-PM-IDX TO WS-PM-COUNT
002700     MOVE PASSM-NUMERO TO WS-PM-NUMERO(WS-PM-IDX)
002710     MOVE PASSM-HOLDER TO WS-PM-HOLDER(WS-PM-IDX)
002720     MOVE PASSM-ROTA   TO WS-PM-ROTA(WS-PM-IDX)
002730     MOVE PASSM-EXPIRY TO WS-PM-EXPIRY(WS-PM-IDX)
002740     MOVE PASSM-PRECO  TO WS-PM-PRECO(WS-PM-IDX).
002750 1100-EXIT.
002760     EXIT.
002770
002780 1200-LOAD-CARNET-ENTRY.
002790     READ CARNET-FILE
002800         AT END
002810             MOVE "Y" TO WS-CARN-EOF-SW
002820             GO TO 1200-EXIT
002830     END-READ
002840*    SALDO NAO NUMERICO TAMBEM NAO CABE: A REGRAVACAO O PERDERIA.
002850     IF WS-CN-COUNT >= 200
002860         OR CARN-RIDES-LEFT NOT NUMERIC
002870         MOVE "Y" TO WS-OVERFLOW-SW
002880         GO TO 1200-EXIT
002890     END-IF
002900     ADD 1 TO WS-CN-COUNT
002910     SET WS-CN-IDX TO WS-CN-COUNT
002920     MOVE CARN-NUMERO      TO WS-CN-NUMERO(WS-CN-IDX)
002930     MOVE CARN-HOLDER      TO WS-CN-HOLDER(WS-CN-IDX)
002940     MOVE CARN-RIDES-TOTAL TO WS-CN-TOTAL(WS-CN-IDX)
002950     MOVE CARN-RIDES-LEFT  TO WS-CN-LEFT(WS-CN-IDX)
002960     MOVE CARN-PRECO       TO WS-CN-PRECO(WS-CN-IDX)
002970     MOVE CARN-SALE-DATE   TO WS-CN-SALE-DATE(WS-CN-IDX).
002980 1200-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020*  0100-OPEN-AUDIT-LOG-FILE
003030*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003040*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003050******************************************************************
003060 0100-OPEN-AUDIT-LOG-FILE.
003070     OPEN EXTEND AUDIT-LOG-FILE
003080     IF WS-AUDIT-FILE-STATUS = "35"
003090         OPEN OUTPUT AUDIT-LOG-FILE
003100         CLOSE AUDIT-LOG-FILE
003110         OPEN EXTEND AUDIT-LOG-FILE
003120     END-IF.
003130
003140******************************************************************
003150*  2000-PEDE-PARTIDA
003160*  PEDE UMA PARTIDA CONFIRMADA COMO CANCELADA, CONFERE QUE ESTA
003170*  NA GRADE E NAO TEVE PASSAGEM, LEVANTA OS AFETADOS E, COM A
003180*  CONFIRMACAO DO OPERADOR, CREDITA OS QUE AINDA NAO FORAM
003190*  COMPENSADOS POR ELA.
003200******************************************************************
003210 2000-PEDE-PARTIDA.
003220     DISPLAY " "
003230     DISPLAY "DATA DA PARTIDA CANCELADA (AAAAMMDD, BRANCO=FIM):"
003240     ACCEPT WS-IN-DATA
003250     IF WS-IN-DATA = SPACES
003260         MOVE "Y" TO WS-EXIT-SW
003270         GO TO 2000-EXIT
003280     END-IF
003290     IF WS-IN-DATA NOT NUMERIC
003300         OR WS-IN-DATA > WS-HOJE
003310         DISPLAY "DATA INVALIDA OU FUTURA"
003320         GO TO 2000-EXIT
003330     END-IF
003340     DISPLAY "ROTA:"
003350     ACCEPT WS-IN-ROTA
003360     DISPLAY "HORARIO DA GRADE (HHMM):"
003370     ACCEPT WS-IN-HORA
003380     MOVE WS-IN-ROTA TO WS-PARTIDA-ROTA
003390     MOVE WS-IN-HORA TO WS-PARTIDA-HORA
003400     PERFORM 2100-CONFERE-GRADE THRU 2100-EXIT
003410     IF NOT WS-FOUND
003420         DISPLAY "PARTIDA " WS-PARTIDA-ID " NAO CONSTA DO TIMETAB"
003430         GO TO 2000-EXIT
003440     END-IF
003450     MOVE WS-IN-DATA TO WS-DATA-NUM
003460     COMPUTE WS-DIAS-INT =
003470         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - WS-JANELA-DIAS
003480     COMPUTE WS-DATA-NUM =
003490         FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
003500     MOVE WS-DATA-NUM TO WS-JANELA-INI
003510     MOVE ZERO TO WS-AF-COUNT
003520     MOVE "N"  TO WS-AF-FULL-SW
003530     PERFORM 2200-LEVANTA-TICKETS THRU 2200-EXIT
003540*    PASSAGEM NA DATA QUER DIZER QUE A PARTIDA RODOU.
003550     IF WS-PASSAGENS > ZERO
003560         DISPLAY "PARTIDA " WS-PARTIDA-ID " TEVE " WS-PASSAGENS
003570                 " PASSAGEM(NS) EM " WS-IN-DATA
003580                 " - NAO E PARTIDA FANTASMA"
003590         GO TO 2000-EXIT
003600     END-IF
003610     PERFORM 2300-PASSES-DA-ROTA THRU 2300-EXIT
003620         VARYING WS-SCAN FROM 1 BY 1
003630         UNTIL WS-SCAN > WS-PM-COUNT
003640     IF WS-AF-FULL
003650         DISPLAY "MAIS DE 300 AFETADOS - COMPENSACAO RECUSADA,"
003660                 " NADA CREDITADO"
003670         GO TO 2000-EXIT
003680     END-IF
003690     IF WS-AF-COUNT = ZERO
003700         DISPLAY "NENHUM PASSE OU CARNE AFETADO PELA PARTIDA"
003710         GO TO 2000-EXIT
003720     END-IF
003730     PERFORM 2400-MARCA-JA-COMPENSADOS THRU 2400-EXIT
003740     IF WS-JA-PARTIDA = WS-AF-COUNT
003750         DISPLAY "PARTIDA " WS-PARTIDA-ID " DE " WS-IN-DATA
003760                 " JA COMPENSADA - NADA A CREDITAR"
003770         GO TO 2000-EXIT
003780     END-IF
003790     COMPUTE WS-SCAN = WS-AF-COUNT - WS-JA-PARTIDA
003800     DISPLAY "AFETADOS A CREDITAR: " WS-SCAN
003810             " (JA COMPENSADOS: " WS-JA-PARTIDA ")"
003820     DISPLAY "CONFIRMA A COMPENSACAO (S/N):"
003830     ACCEPT WS-IN-CONFIRMA
003840     IF WS-IN-CONFIRMA NOT = "S" AND NOT = "s"
003850         DISPLAY "COMPENSACAO NAO CONFIRMADA - NADA CREDITADO"
003860         GO TO 2000-EXIT
003870     END-IF
003880     PERFORM 2500-CREDITA-PARTIDA THRU 2500-EXIT.
003890 2000-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930*  2100-CONFERE-GRADE
003940*  A PARTIDA TEM DE SER UM HORARIO PROGRAMADO NO TIMETAB.
003950******************************************************************
003960 2100-CONFERE-GRADE.
003970     MOVE "N" TO WS-FOUND-SW
003980     MOVE "N" TO WS-TT-EOF-SW
003990     OPEN INPUT TIMETABLE-FILE
004000     IF WS-TT-FILE-STATUS NOT = "00"
004010         GO TO 2100-EXIT
004020     END-IF
004030     PERFORM 2150-MATCH-TT THRU 2150-EXIT
004040         UNTIL WS-TT-EOF OR WS-FOUND
004050     CLOSE TIMETABLE-FILE.
004060 2100-EXIT.
004070     EXIT.
004080
004090 2150-MATCH-TT.
004100     READ TIMETABLE-FILE
004110         AT END
004120             MOVE "Y" TO WS-TT-EOF-SW
004130             GO TO 2150-EXIT
004140     END-READ
004150     IF TT-ROTA = WS-PARTIDA-ROTA
004160         AND TT-DEP-TIME = WS-PARTIDA-HORA
004170         MOVE "Y" TO WS-FOUND-SW
004180     END-IF.
004190 2150-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*  2200-LEVANTA-TICKETS
004240*  UMA PASSADA NO TICKETS: CONTA AS PASSAGENS DA PARTIDA NA DATA
004250*  (TEM DE SER ZERO) E JUNTA OS PASSES E CARNES QUE EMBARCARAM NA
004260*  MESMA PARTIDA DENTRO DA JANELA ANTERIOR. REVERSAO DE ESTORNO
004270*  (TARIFA NEGATIVA) NAO CONTA.
004280******************************************************************
004290 2200-LEVANTA-TICKETS.
004300     MOVE ZERO TO WS-PASSAGENS
004310     MOVE "N"  TO WS-TICKET-EOF-SW
004320     OPEN INPUT TICKETS-FILE
004330     IF WS-TICKETS-FILE-STATUS NOT = "00"
004340         GO TO 2200-EXIT
004350     END-IF
004360     PERFORM 2250-EXAMINA-TICKET THRU 2250-EXIT
004370         UNTIL WS-TICKET-EOF
004380     CLOSE TICKETS-FILE.
004390 2200-EXIT.
004400     EXIT.
004410
004420 2250-EXAMINA-TICKET.
004430     READ TICKETS-FILE
004440         AT END
004450             MOVE "Y" TO WS-TICKET-EOF-SW
004460             GO TO 2250-EXIT
004470     END-READ
004480     IF TICKET-TRIP-ID(1:7) NOT = WS-PARTIDA-ID
004490         OR TICKET-TARIFA < ZERO
004500         GO TO 2250-EXIT
004510     END-IF
004520     IF TICKET-RUN-DATE = WS-IN-DATA
004530         ADD 1 TO WS-PASSAGENS
004540         GO TO 2250-EXIT
004550     END-IF
004560     IF TICKET-RUN-DATE < WS-JANELA-INI
004570         OR TICKET-RUN-DATE > WS-IN-DATA
004580         OR TICKET-PASSE = SPACES
004590         GO TO 2250-EXIT
004600     END-IF
004610     MOVE TICKET-PASSE TO WS-NUMERO-WK
004620     IF TICKET-CATEGORIA = "CARNE"
004630         MOVE "C" TO WS-TIPO-WK
004640     ELSE
004650         MOVE "P" TO WS-TIPO-WK
004660     END-IF
004670     PERFORM 2800-ADD-AFETADO THRU 2800-EXIT.
004680 2250-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*  2300-PASSES-DA-ROTA
004730*  PASSE RESTRITO A ROTA DA PARTIDA E VIGENTE NA DATA E AFETADO
004740*  MESMO SEM EMBARQUE RECENTE NELA.
004750******************************************************************
004760 2300-PASSES-DA-ROTA.
004770     SET WS-PM-IDX TO WS-SCAN
004780     IF WS-PM-ROTA(WS-PM-IDX) = WS-PARTIDA-ROTA
004790         AND WS-PM-EXPIRY(WS-PM-IDX) NUMERIC
004800         AND WS-PM-EXPIRY(WS-PM-IDX) NOT < WS-IN-DATA
004810         MOVE WS-PM-NUMERO(WS-PM-IDX) TO WS-NUMERO-WK
004820         MOVE "P" TO WS-TIPO-WK
004830         PERFORM 2800-ADD-AFETADO THRU 2800-EXIT
004840     END-IF.
004850 2300-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*  2400-MARCA-JA-COMPENSADOS
004900*  MARCA OS AFETADOS QUE O COMPLOG JA TEM PARA ESTA PARTIDA -
004910*  ESSES NAO SAO CREDITADOS DE NOVO.
004920******************************************************************
004930 2400-MARCA-JA-COMPENSADOS.
004940     MOVE ZERO TO WS-JA-PARTIDA
004950     MOVE "N"  TO WS-CMP-EOF-SW
004960     OPEN INPUT COMP-LOG-FILE
004970     IF WS-CMP-FILE-STATUS NOT = "00"
004980         GO TO 2400-EXIT
004990     END-IF
005000     PERFORM 2450-CONFERE-COMPLOG THRU 2450-EXIT
005010         UNTIL WS-CMP-EOF
005020     CLOSE COMP-LOG-FILE.
005030 2400-EXIT.
005040     EXIT.
005050
005060 2450-CONFERE-COMPLOG.
005070     READ COMP-LOG-FILE
005080         AT END
005090             MOVE "Y" TO WS-CMP-EOF-SW
005100             GO TO 2450-EXIT
005110     END-READ
005120     IF CMP-DATA NOT = WS-IN-DATA
005130         OR CMP-ROTA NOT = WS-PARTIDA-ROTA
005140         OR CMP-HORA NOT = WS-PARTIDA-HORA
005150         GO TO 2450-EXIT
005160     END-IF
005170     PERFORM 2470-MATCH-JA THRU 2470-EXIT
005180         VARYING WS-AF-SCAN FROM 1 BY 1
005190         UNTIL WS-AF-SCAN > WS-AF-COUNT.
005200 2450-EXIT.
005210     EXIT.
005220
005230 2470-MATCH-JA.
005240     SET WS-AF-IDX TO WS-AF-SCAN
005250     IF WS-AF-NUMERO(WS-AF-IDX) = CMP-NUMERO
005260         AND WS-AF-TIPO(WS-AF-IDX) = CMP-TIPO
005270         AND WS-AF-JA-SW(WS-AF-IDX) = "N"
005280         MOVE "Y" TO WS-AF-JA-SW(WS-AF-IDX)
005290         ADD 1 TO WS-JA-PARTIDA
005300     END-IF.
005310 2470-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350*  2500-CREDITA-PARTIDA
005360*  CREDITA CADA AFETADO AINDA NAO COMPENSADO, GRAVA O CREDITO NO
005370*  COMPLOG E A PARTIDA NA AUDITORIA.
005380******************************************************************
005390 2500-CREDITA-PARTIDA.
005400     MOVE ZERO TO WS-PASSES-PARTIDA
005410     MOVE ZERO TO WS-CARNES-PARTIDA
005420     MOVE ZERO TO WS-CUSTO-PARTIDA
005430     OPEN EXTEND COMP-LOG-FILE
005440     IF WS-CMP-FILE-STATUS = "35"
005450         OPEN OUTPUT COMP-LOG-FILE
005460         CLOSE COMP-LOG-FILE
005470         OPEN EXTEND COMP-LOG-FILE
005480     END-IF
005490     PERFORM 2550-CREDITA-AFETADO THRU 2550-EXIT
005500         VARYING WS-AF-SCAN FROM 1 BY 1
005510         UNTIL WS-AF-SCAN > WS-AF-COUNT
005520     CLOSE COMP-LOG-FILE
005530     ADD 1 TO WS-PARTIDAS-COMP
005540     ADD WS-CUSTO-PARTIDA TO WS-CUSTO-TOTAL
005550     PERFORM 7000-WRITE-AUDIT-PARTIDA
005560     MOVE WS-CUSTO-PARTIDA TO WS-VALOR-ED
005570     DISPLAY "PARTIDA " WS-PARTIDA-ID " DE " WS-IN-DATA
005580             " COMPENSADA - PASSES: " WS-PASSES-PARTIDA
005590             " CARNES: " WS-CARNES-PARTIDA
005600             " CUSTO R$" WS-VALOR-ED.
005610 2500-EXIT.
005620     EXIT.
005630
005640 2550-CREDITA-AFETADO.
005650     SET WS-AF-IDX TO WS-AF-SCAN
005660     IF WS-AF-JA-SW(WS-AF-IDX) = "Y"
005670         GO TO 2550-EXIT
005680     END-IF
005690     MOVE WS-AF-NUMERO(WS-AF-IDX) TO WS-NUMERO-WK
005700     MOVE SPACES TO COMPENSATION-RECORD
005710     IF WS-AF-TIPO(WS-AF-IDX) = "P"
005720         PERFORM 2600-CREDITA-PASSE THRU 2600-EXIT
005730     ELSE
005740         PERFORM 2700-CREDITA-CARNE THRU 2700-EXIT
005750     END-IF.
005760 2550-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800*  2600-CREDITA-PASSE
005810*  UM DIA A MAIS NO VENCIMENTO; CUSTO = UM DIA DO PRECO PAGO
005820*  (PRECO / 30). PASSE FORA DO CADASTRO OU JA VENCIDO NA DATA DA
005830*  PARTIDA NAO ESTAVA VALENDO - NAO HA O QUE COMPENSAR.
005840******************************************************************
005850 2600-CREDITA-PASSE.
005860     MOVE "N" TO WS-FOUND-SW
005870     PERFORM 2650-MATCH-PASSE THRU 2650-EXIT
005880         VARYING WS-SCAN FROM 1 BY 1
005890         UNTIL WS-SCAN > WS-PM-COUNT OR WS-FOUND
005900     IF NOT WS-FOUND
005910         GO TO 2600-EXIT
005920     END-IF
005930     IF WS-PM-EXPIRY(WS-PM-IDX) NOT NUMERIC
005940         OR WS-PM-EXPIRY(WS-PM-IDX) < WS-IN-DATA
005950         GO TO 2600-EXIT
005960     END-IF
005970     MOVE WS-PM-EXPIRY(WS-PM-IDX) TO WS-DATA-NUM
005980     COMPUTE WS-DIAS-INT =
005990         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + 1
006000     COMPUTE WS-DATA-NUM =
006010         FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
006020     MOVE WS-DATA-NUM TO WS-PM-EXPIRY(WS-PM-IDX)
006030     COMPUTE WS-CUSTO-WK ROUNDED = WS-PM-PRECO(WS-PM-IDX) / 30
006040     MOVE "P"                     TO CMP-TIPO
006050     MOVE WS-PM-EXPIRY(WS-PM-IDX) TO CMP-EXPIRY-NOVA
006060     MOVE ZERO                    TO CMP-SALDO-NOVO
006070     PERFORM 2900-WRITE-COMPLOG
006080     ADD 1 TO WS-PASSES-PARTIDA.
006090 2600-EXIT.
006100     EXIT.
006110
006120 2650-MATCH-PASSE.
006130     SET WS-PM-IDX TO WS-SCAN
006140     IF WS-PM-NUMERO(WS-PM-IDX) = WS-NUMERO-WK
006150         MOVE "Y" TO WS-FOUND-SW
006160     END-IF.
006170 2650-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210*  2700-CREDITA-CARNE
006220*  UMA VIAGEM DE VOLTA NO SALDO; CUSTO = PRECO / VIAGENS DO
006230*  CARNE. CARNE FORA DO CADASTRO NAO E CREDITADO.
006240******************************************************************
006250 2700-CREDITA-CARNE.
006260     MOVE "N" TO WS-FOUND-SW
006270     PERFORM 2750-MATCH-CARNE THRU 2750-EXIT
006280         VARYING WS-SCAN FROM 1 BY 1
006290         UNTIL WS-SCAN > WS-CN-COUNT OR WS-FOUND
006300     IF NOT WS-FOUND
006310         OR WS-CN-LEFT(WS-CN-IDX) >= 999
006320         GO TO 2700-EXIT
006330     END-IF
006340     ADD 1 TO WS-CN-LEFT(WS-CN-IDX)
006350     IF WS-CN-TOTAL(WS-CN-IDX) > ZERO
006360         COMPUTE WS-CUSTO-WK ROUNDED =
006370             WS-CN-PRECO(WS-CN-IDX) / WS-CN-TOTAL(WS-CN-IDX)
006380     ELSE
006390         MOVE ZERO TO WS-CUSTO-WK
006400     END-IF
006410     MOVE "C"                   TO CMP-TIPO
006420     MOVE SPACES                TO CMP-EXPIRY-NOVA
006430     MOVE WS-CN-LEFT(WS-CN-IDX) TO CMP-SALDO-NOVO
006440     PERFORM 2900-WRITE-COMPLOG
006450     ADD 1 TO WS-CARNES-PARTIDA.
006460 2700-EXIT.
006470     EXIT.
006480
006490 2750-MATCH-CARNE.
006500     SET WS-CN-IDX TO WS-SCAN
006510     IF WS-CN-NUMERO(WS-CN-IDX) = WS-NUMERO-WK
006520         MOVE "Y" TO WS-FOUND-SW
006530     END-IF.
006540 2750-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580*  2800-ADD-AFETADO
006590*  ACRESCENTA WS-NUMERO-WK / WS-TIPO-WK AOS AFETADOS SE AINDA NAO
006600*  ESTA LA.
006610******************************************************************
006620 2800-ADD-AFETADO.
006630     MOVE "N" TO WS-FOUND-SW
006640     PERFORM 2850-MATCH-AFETADO THRU 2850-EXIT
006650         VARYING WS-AF-SCAN FROM 1 BY 1
006660         UNTIL WS-AF-SCAN > WS-AF-COUNT OR WS-FOUND
006670     IF WS-FOUND
006680         GO TO 2800-EXIT
006690     END-IF
006700     IF WS-AF-COUNT >= 300
006710         MOVE "Y" TO WS-AF-FULL-SW
006720         GO TO 2800-EXIT
006730     END-IF
006740     ADD 1 TO WS-AF-COUNT
006750     SET WS-AF-IDX TO WS-AF-COUNT
006760     MOVE WS-NUMERO-WK TO WS-AF-NUMERO(WS-AF-IDX)
006770     MOVE WS-TIPO-WK   TO WS-AF-TIPO(WS-AF-IDX)
006780     MOVE "N"          TO WS-AF-JA-SW(WS-AF-IDX).
006790 2800-EXIT.
006800     EXIT.
006810
006820 2850-MATCH-AFETADO.
006830     SET WS-AF-IDX TO WS-AF-SCAN
006840     IF WS-AF-NUMERO(WS-AF-IDX) = WS-NUMERO-WK
006850         AND WS-AF-TIPO(WS-AF-IDX) = WS-TIPO-WK
006860         MOVE "Y" TO WS-FOUND-SW
006870     END-IF.
006880 2850-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920*  2900-WRITE-COMPLOG
006930*  GRAVA O CREDITO (TIPO E SALDO/VENCIMENTO JA MONTADOS) COM A
006940*  PARTIDA A QUE SE REFERE.
006950******************************************************************
006960 2900-WRITE-COMPLOG.
006970     MOVE WS-IN-DATA      TO CMP-DATA
006980     MOVE WS-PARTIDA-ROTA TO CMP-ROTA
006990     MOVE WS-PARTIDA-HORA TO CMP-HORA
007000     MOVE WS-NUMERO-WK    TO CMP-NUMERO
007010     MOVE WS-CUSTO-WK     TO CMP-CUSTO
007020     MOVE WS-HOJE         TO CMP-DATA-CREDITO
007030     MOVE WS-OPERATOR-ID  TO CMP-OPERATOR-ID
007040     WRITE COMPENSATION-RECORD
007050     ADD WS-CUSTO-WK TO WS-CUSTO-PARTIDA
007060     ADD 1 TO WS-CREDITOS-TOTAL
007070     MOVE "Y" TO WS-CHANGED-SW.
007080
007090******************************************************************
007100*  3000-FINALIZE
007110*  REGRAVA OS DOIS CADASTROS (SE ALGO FOI CREDITADO) E FECHA A
007120*  AUDITORIA.
007130******************************************************************
007140 3000-FINALIZE.
007150     IF WS-CHANGED
007160         OPEN OUTPUT PASS-MASTER-FILE
007170         PERFORM 3100-WRITE-PASSE THRU 3100-EXIT
007180             VARYING WS-SCAN FROM 1 BY 1
007190             UNTIL WS-SCAN > WS-PM-COUNT
007200         CLOSE PASS-MASTER-FILE
007210         OPEN OUTPUT CARNET-FILE
007220         PERFORM 3200-WRITE-CARNE THRU 3200-EXIT
007230             VARYING WS-SCAN FROM 1 BY 1
007240             UNTIL WS-SCAN > WS-CN-COUNT
007250         CLOSE CARNET-FILE
007260     END-IF
007270     CLOSE AUDIT-LOG-FILE
007280     MOVE WS-CUSTO-TOTAL TO WS-VALOR-ED
007290     DISPLAY "PARTIDAS COMPENSADAS: " WS-PARTIDAS-COMP
007300             " CREDITOS: " WS-CREDITOS-TOTAL
007310             " CUSTO R$" WS-VALOR-ED.
007320
007330 3100-WRITE-PASSE.
007340     SET WS-PM-IDX TO WS-SCAN
007350     MOVE SPACES                  TO PASS-MASTER-RECORD
007360     MOVE WS-PM-NUMERO(WS-PM-IDX) TO PASSM-NUMERO
007370     MOVE WS-PM-HOLDER(WS-PM-IDX) TO PASSM-HOLDER
007380     MOVE WS-PM-ROTA(WS-PM-IDX)   TO PASSM-ROTA
007390     MOVE WS-PM-EXPIRY(WS-PM-IDX) TO PASSM-EXPIRY
007400     MOVE WS-PM-PRECO(WS-PM-IDX)  TO PASSM-PRECO
007410     WRITE PASS-MASTER-RECORD.
007420 3100-EXIT.
007430     EXIT.
007440
007450 3200-WRITE-CARNE.
007460     SET WS-CN-IDX TO WS-SCAN
007470     MOVE SPACES                     TO CARNET-RECORD
007480     MOVE WS-CN-NUMERO(WS-CN-IDX)    TO CARN-NUMERO
007490     MOVE WS-CN-HOLDER(WS-CN-IDX)    TO CARN-HOLDER
007500     MOVE WS-CN-TOTAL(WS-CN-IDX)     TO CARN-RIDES-TOTAL
007510     MOVE WS-CN-LEFT(WS-CN-IDX)      TO CARN-RIDES-LEFT
007520     MOVE WS-CN-PRECO(WS-CN-IDX)     TO CARN-PRECO
007530     MOVE WS-CN-SALE-DATE(WS-CN-IDX) TO CARN-SALE-DATE
007540     WRITE CARNET-RECORD.
007550 3200-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590*  7000-WRITE-AUDIT-PARTIDA
007600*  GRAVA A COMPENSACAO DA PARTIDA NA TRILHA DE AUDITORIA.
007610******************************************************************
007620 7000-WRITE-AUDIT-PARTIDA.
007630     MOVE "COMPENSA"          TO AUDIT-PROGRAM-ID
007640     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007650     ACCEPT AUDIT-TIME FROM TIME
007660     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007670     MOVE WS-PARTIDA-ID       TO AUDIT-KEY
007680     MOVE SPACES              TO AUDIT-DETAIL
007690     MOVE WS-CUSTO-PARTIDA    TO WS-VALOR-ED
007700     STRING "CANCELADA " WS-IN-DATA
007710            " PASSES=" WS-PASSES-PARTIDA
007720            " CARNES=" WS-CARNES-PARTIDA
007730            " R$" WS-VALOR-ED
007740         DELIMITED BY SIZE INTO AUDIT-DETAIL
007750     CALL "AUDITWR" USING AUDIT-RECORD.
