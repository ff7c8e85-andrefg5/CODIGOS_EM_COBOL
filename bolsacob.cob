000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOLSACOB.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - ENTREGA DA BOLSA DO COBRADOR.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  BOLSACOB.CBL
000090*  CONFERENCIA DA BOLSA DO COBRADOR POR PARTIDA. O ACERTO IMPRIME
000100*  O QUE CADA PARTIDA (TICKET-TRIP-ID) DEVERIA TER ARRECADADO, MAS
000110*  A BOLSA ERA CONTADA E CONFERIDA NO PAPEL. AQUI O GUICHE
000120*  REGISTRA, PARTIDA A PARTIDA, O VALOR CONTADO NA BOLSA E QUEM A
000130*  RECEBEU; O PROGRAMA COMPARA COM O DEVIDO DA PARTIDA (MESMO
000140*  CALCULO DO ACERTO: PASSAGENS EM DINHEIRO DO DIA, ESTORNOS
000150*  ABATIDOS, CARTAO E PIX FORA) E GRAVA A DIFERENCA NO HISTORICO
000160*  DO COBRADOR (COBRVARH, COPYBOOK CVARHREC), LIDO PELO COBRTEND.
000170*  NA SAIDA O RELATORIO (BOLSARPT) LISTA AS ENTREGAS DO DIA E AS
000180*  PARTIDAS QUE AINDA NAO TIVERAM A BOLSA ENTREGUE - RODADO NO
000190*  FIM DO DIA, E A LISTA DAS BOLSAS QUE FALTAM.
000200*  UMA PARTIDA SO E ENTREGUE UMA VEZ POR DIA; A REEXECUCAO RELE O
000210*  COBRVARH E NAO DEIXA DUPLICAR.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000330     SELECT CONDUCTOR-VARIANCE-FILE ASSIGN TO "COBRVARH"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS WS-CVARH-FILE-STATUS.
000360     SELECT CHECKIN-REPORT-FILE ASSIGN TO "BOLSARPT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  TICKETS-FILE
000440     RECORDING MODE IS F.
000450     COPY TICKETREC.
000460 FD  CONDUCTOR-VARIANCE-FILE
000470     RECORDING MODE IS F.
000480     COPY CVARHREC.
000490 FD  CHECKIN-REPORT-FILE
000500     RECORDING MODE IS F.
000510 01  REPORT-LINE                 PIC X(80).
000520 FD  AUDIT-LOG-FILE
000530     RECORDING MODE IS F.
000540     COPY AUDITREC.
000550 WORKING-STORAGE SECTION.
000560 01  WS-SWITCHES.
000570     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000580     05  WS-CVARH-FILE-STATUS    PIC X(02)   VALUE "00".
000590     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000600     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000610         88  WS-TICKET-EOF                   VALUE "Y".
000620     05  WS-CVARH-EOF-SW         PIC X(01)   VALUE "N".
000630         88  WS-CVARH-EOF                    VALUE "Y".
000640     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000650         88  WS-EXIT                         VALUE "Y".
000660     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000670         88  WS-SIGNON-VALID                 VALUE "Y".
000680     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000690         88  WS-FOUND                        VALUE "Y".
000700 01  WS-MSG-CODE-WK              PIC X(08).
000710 01  WS-MSG-TEXT-WK              PIC X(60).
000720 01  WS-OPERATOR-ID              PIC X(08).
000730 01  WS-OPERATOR-PIN             PIC X(04).
000740 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000750 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000760     88  WS-AUTHORIZED                       VALUE "Y".
000770 01  WS-ACAO                     PIC X(01).
000780 01  WS-HOJE                     PIC X(08).
000790 01  WS-AGORA                    PIC X(08).
000800 01  WS-BUS-DATE                 PIC X(08).
000810 01  WS-IN-TRIP                  PIC X(12).
000820 01  WS-IN-AMOUNT                PIC X(10).
000830 01  WS-IN-RECEBEDOR             PIC X(08).
000840 01  WS-AMOUNT-NUM               PIC 9(07)V99.
000850 01  WS-AMOUNT-VALID-SW          PIC X(01)   VALUE "N".
000860     88  WS-AMOUNT-VALID                     VALUE "Y".
000870 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
000880 01  WS-TRIP-ID-WK               PIC X(12).
000890 01  WS-DEVIDO-WK                PIC S9(05)V99.
000900 01  WS-VARIANCE                 PIC S9(07)V99.
000910 01  WS-VARIANCE-MSG             PIC X(07).
000920 01  WS-SCAN                     PIC 9(03).
000930 01  WS-CHECKIN-COUNT            PIC 9(03)   VALUE ZERO.
000940 01  WS-PENDING-COUNT            PIC 9(03)   VALUE ZERO.
000950 01  WS-ENTREGUE-COUNT           PIC 9(03)   VALUE ZERO.
000960 01  WS-TOT-DEVIDO               PIC S9(07)V99 VALUE ZERO.
000970 01  WS-TOT-CONTADO              PIC 9(07)V99 VALUE ZERO.
000980 01  WS-TOT-VARIANCE             PIC S9(07)V99 VALUE ZERO.
000990 01  WS-TOT-PENDENTE             PIC S9(07)V99 VALUE ZERO.
001000 01  WS-VALOR-ED                 PIC -ZZZZZZ9.99.
001010 01  WS-CONTADO-ED               PIC -ZZZZZZ9.99.
001020 01  WS-VARIANCE-ED              PIC -ZZZZZZ9.99.
001030 01  WS-RUN-STAMP-DISP           PIC X(30).
001040     COPY RUNSTAMP.
001050
001060******************************************************************
001070*  PARTIDAS DO DIA, MONTADAS DAS PASSAGENS COMO NO ACERTO, COM A
001080*  SITUACAO DA BOLSA. UMA ENTREGA DE PARTIDA SEM PASSAGEM EM
001090*  DINHEIRO ENTRA NA TABELA COM DEVIDO ZERO.
001100******************************************************************
001110 01  WS-TRIP-TABLE.
001120     05  WS-TP-ENTRY OCCURS 100 TIMES
001130                     INDEXED BY WS-TP-IDX.
001140         10  WS-TP-ID            PIC X(12).
001150         10  WS-TP-PASS          PIC 9(05).
001160         10  WS-TP-DEVIDO        PIC S9(07)V99.
001170         10  WS-TP-ENTREGUE-SW   PIC X(01).
001180             88  WS-TP-ENTREGUE              VALUE "Y".
001190         10  WS-TP-CONTADO       PIC 9(07)V99.
001200         10  WS-TP-VARIANCE      PIC S9(07)V99.
001210         10  WS-TP-RESULT        PIC X(07).
001220         10  WS-TP-RECEBEDOR     PIC X(08).
001230 01  WS-TP-COUNT                 PIC 9(03)   VALUE ZERO.
001240*  PASSAGENS DE PARTIDAS QUE NAO COUBERAM NA TABELA - A PARTIDA
001250*  NAO PODE SER CONFERIDA AQUI E O RELATORIO AVISA.
001260 01  WS-TP-DROPPED               PIC 9(05)   VALUE ZERO.
001270
001280 PROCEDURE DIVISION.
001290
001300 0000-MAINLINE.
001310     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001320*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001330     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001340                         WS-AUTHORIZED-SW
001350     IF NOT WS-AUTHORIZED
001360         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001370         MOVE 8 TO RETURN-CODE
001380         STOP RUN
001390     END-IF
001400     PERFORM 1000-INITIALIZE
001410     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001420         UNTIL WS-EXIT
001430     PERFORM 3000-FINALIZE
001440     STOP RUN.
001450
001460******************************************************************
001470*  0010-SIGN-ON
001480*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001490*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001500******************************************************************
001510 0010-SIGN-ON.
001520     MOVE "N" TO WS-SIGNON-VALID-SW
001530     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001540         UNTIL WS-SIGNON-VALID.
001550 0010-EXIT.
001560     EXIT.
001570
001580 0020-PROMPT-SIGNON.
001590     MOVE "SGN-001" TO WS-MSG-CODE-WK
001600     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001610     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001620     ACCEPT WS-OPERATOR-ID
001630     MOVE "SGN-002" TO WS-MSG-CODE-WK
001640     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001650     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001660     ACCEPT WS-OPERATOR-PIN
001670     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001680                           WS-SIGNON-VALID-SW
001690     IF NOT WS-SIGNON-VALID
001700         MOVE "SGN-003" TO WS-MSG-CODE-WK
001710         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001720         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001730     END-IF.
001740 0020-EXIT.
001750     EXIT.
001760
001770******************************************************************
001780*  1000-INITIALIZE
001790*  PEDE A DATA DO NEGOCIO, MONTA O DEVIDO DE CADA PARTIDA A PARTIR
001800*  DAS PASSAGENS, MARCA AS BOLSAS JA ENTREGUES (COBRVARH) E ABRE O
001810*  HISTORICO PARA ACRESCENTAR E A AUDITORIA.
001820******************************************************************
001830 1000-INITIALIZE.
001840     ACCEPT WS-HOJE FROM DATE YYYYMMDD
001850     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001860     ACCEPT RUN-STAMP-ID   FROM TIME
001870     MOVE SPACES TO WS-RUN-STAMP-DISP
001880     STRING "EXECUCAO " DELIMITED BY SIZE
001890            RUN-STAMP-DATE DELIMITED BY SIZE
001900            " " DELIMITED BY SIZE
001910            RUN-STAMP-ID DELIMITED BY SIZE
001920         INTO WS-RUN-STAMP-DISP
001930     DISPLAY "INFORME A DATA DO NEGOCIO (AAAAMMDD, BRANCO=HOJE):"
001940     ACCEPT WS-BUS-DATE
001950     IF WS-BUS-DATE = SPACES
001960         MOVE WS-HOJE TO WS-BUS-DATE
001970     END-IF
001980     OPEN INPUT TICKETS-FILE
001990     IF WS-TICKETS-FILE-STATUS NOT = "00"
002000         DISPLAY "TICKETS NAO ENCONTRADO - TODA PARTIDA FICA COM"
002010                 " DEVIDO ZERO"
002020     ELSE
002030         PERFORM 1100-TALLY-TICKET THRU 1100-EXIT
002040             UNTIL WS-TICKET-EOF
002050         CLOSE TICKETS-FILE
002060     END-IF
002070     OPEN INPUT CONDUCTOR-VARIANCE-FILE
002080     IF WS-CVARH-FILE-STATUS = "00"
002090         PERFORM 1300-LOAD-CHECKIN THRU 1300-EXIT
002100             UNTIL WS-CVARH-EOF
002110         CLOSE CONDUCTOR-VARIANCE-FILE
002120     END-IF
002130     OPEN EXTEND CONDUCTOR-VARIANCE-FILE
002140     IF WS-CVARH-FILE-STATUS = "35"
002150         OPEN OUTPUT CONDUCTOR-VARIANCE-FILE
002160         CLOSE CONDUCTOR-VARIANCE-FILE
002170         OPEN EXTEND CONDUCTOR-VARIANCE-FILE
002180     END-IF
002190     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002200
002210******************************************************************
002220*  0100-OPEN-AUDIT-LOG-FILE
002230*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002240*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002250******************************************************************
002260 0100-OPEN-AUDIT-LOG-FILE.
002270     OPEN EXTEND AUDIT-LOG-FILE
002280     IF WS-AUDIT-FILE-STATUS = "35"
002290         OPEN OUTPUT AUDIT-LOG-FILE
002300         CLOSE AUDIT-LOG-FILE
002310         OPEN EXTEND AUDIT-LOG-FILE
002320     END-IF.
002330
002340******************************************************************
002350*  1100-TALLY-TICKET
002360*  ACUMULA UMA PASSAGEM DO DIA NO DEVIDO DA SUA PARTIDA, COM A
002370*  MESMA REGRA DO ACERTO - SO DINHEIRO VAI PARA A BOLSA.
002380******************************************************************
002390 1100-TALLY-TICKET.
002400     READ TICKETS-FILE
002410         AT END
002420             MOVE "Y" TO WS-TICKET-EOF-SW
002430             GO TO 1100-EXIT
002440     END-READ
002450     IF TICKET-DATE NOT = WS-BUS-DATE
002460         GO TO 1100-EXIT
002470     END-IF
002480     IF TICKET-TRIP-ID = SPACES
002490         MOVE "(SEM VIAGEM)" TO WS-TRIP-ID-WK
002500     ELSE
002510         MOVE TICKET-TRIP-ID TO WS-TRIP-ID-WK
002520     END-IF
002530     IF TICKET-PAG-DINHEIRO
002540         MOVE TICKET-TARIFA TO WS-DEVIDO-WK
002550     ELSE
002560         MOVE ZERO TO WS-DEVIDO-WK
002570     END-IF
002580     PERFORM 5000-FIND-TRIP THRU 5000-EXIT
002590     IF NOT WS-FOUND
002600         IF WS-TP-COUNT < 100
002610             PERFORM 5100-ADD-TRIP THRU 5100-EXIT
002620         ELSE
002630             ADD 1 TO WS-TP-DROPPED
002640             GO TO 1100-EXIT
002650         END-IF
002660     END-IF
002670     ADD 1 TO WS-TP-PASS(WS-TP-IDX)
002680     ADD WS-DEVIDO-WK TO WS-TP-DEVIDO(WS-TP-IDX).
002690 1100-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730*  1300-LOAD-CHECKIN
002740*  MARCA COMO ENTREGUE A PARTIDA QUE JA TEM BOLSA CONFERIDA NO
002750*  COBRVARH PARA O DIA (EXECUCAO ANTERIOR DO MESMO DIA).
002760******************************************************************
002770 1300-LOAD-CHECKIN.
002780     READ CONDUCTOR-VARIANCE-FILE
002790         AT END
002800             MOVE "Y" TO WS-CVARH-EOF-SW
002810             GO TO 1300-EXIT
002820     END-READ
002830     IF CVARH-BUS-DATE NOT = WS-BUS-DATE
002840         GO TO 1300-EXIT
002850     END-IF
002860     MOVE CVARH-TRIP-ID TO WS-TRIP-ID-WK
002870     PERFORM 5000-FIND-TRIP THRU 5000-EXIT
002880     IF NOT WS-FOUND
002890         IF WS-TP-COUNT < 100
002900             PERFORM 5100-ADD-TRIP THRU 5100-EXIT
002910         ELSE
002920             GO TO 1300-EXIT
002930         END-IF
002940     END-IF
002950     MOVE "Y"             TO WS-TP-ENTREGUE-SW(WS-TP-IDX)
002960     MOVE CVARH-CONTADO   TO WS-TP-CONTADO(WS-TP-IDX)
002970     MOVE CVARH-VARIANCE  TO WS-TP-VARIANCE(WS-TP-IDX)
002980     MOVE CVARH-RESULT    TO WS-TP-RESULT(WS-TP-IDX)
002990     MOVE CVARH-RECEBEDOR TO WS-TP-RECEBEDOR(WS-TP-IDX).
003000 1300-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040*  2000-SHOW-MENU
003050*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
003060******************************************************************
003070 2000-SHOW-MENU.
003080     DISPLAY " "
003090     DISPLAY "BOLSA DO COBRADOR - DIA " WS-BUS-DATE
003100             " - ESCOLHA A ACAO:"
003110     DISPLAY "  E - REGISTRAR A ENTREGA DA BOLSA DE UMA PARTIDA"
003120     DISPLAY "  P - LISTAR AS PARTIDAS SEM ENTREGA"
003130     DISPLAY "  X - SAIR (EMITE O BOLSARPT)"
003140     ACCEPT WS-ACAO
003150     EVALUATE WS-ACAO
003160         WHEN "E"
003170         WHEN "e"
003180             PERFORM 2100-CHECK-IN THRU 2100-EXIT
003190         WHEN "P"
003200         WHEN "p"
003210             PERFORM 2200-LIST-PENDING THRU 2200-EXIT
003220         WHEN "X"
003230         WHEN "x"
003240             MOVE "Y" TO WS-EXIT-SW
003250         WHEN OTHER
003260             DISPLAY "ACAO INVALIDA"
003270     END-EVALUATE.
003280 2000-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320*  2100-CHECK-IN
003330*  REGISTRA O VALOR CONTADO NA BOLSA DE UMA PARTIDA E QUEM A
003340*  RECEBEU, CONFERE CONTRA O DEVIDO E GRAVA A DIFERENCA NO
003350*  HISTORICO DO COBRADOR E NA AUDITORIA.
003360******************************************************************
003370 2100-CHECK-IN.
003380     DISPLAY "PARTIDA (TRIP-ID ROTA+HORARIO+COBRADOR):"
003390     ACCEPT WS-IN-TRIP
003400     IF WS-IN-TRIP = SPACES
003410         DISPLAY "PARTIDA OBRIGATORIA"
003420         GO TO 2100-EXIT
003430     END-IF
003440     MOVE WS-IN-TRIP TO WS-TRIP-ID-WK
003450     PERFORM 5000-FIND-TRIP THRU 5000-EXIT
003460     IF WS-FOUND
003470         IF WS-TP-ENTREGUE(WS-TP-IDX)
003480             DISPLAY "BOLSA DESTA PARTIDA JA ENTREGUE NO DIA - "
003490                     "RECEBIDA POR " WS-TP-RECEBEDOR(WS-TP-IDX)
003500             GO TO 2100-EXIT
003510         END-IF
003520     ELSE
003530         IF WS-TP-COUNT >= 100
003540             DISPLAY "TABELA DE PARTIDAS CHEIA - ENTREGA RECUSADA"
003550             GO TO 2100-EXIT
003560         END-IF
003570         DISPLAY "PARTIDA SEM PASSAGEM EM DINHEIRO NO DIA - O "
003580                 "DEVIDO E ZERO"
003590     END-IF
003600     DISPLAY "VALOR CONTADO NA BOLSA (CENTAVOS, EX. 0001250 = "
003610             "R$12,50):"
003620     ACCEPT WS-IN-AMOUNT
003630     CALL "VALIDNUM" USING WS-IN-AMOUNT WS-ALLOW-ZERO-YES
003640                           WS-AMOUNT-VALID-SW
003650     IF NOT WS-AMOUNT-VALID
003660         DISPLAY "VALOR INVALIDO - ENTREGA CANCELADA"
003670         GO TO 2100-EXIT
003680     END-IF
003690     COMPUTE WS-AMOUNT-NUM =
003700         FUNCTION NUMVAL(WS-IN-AMOUNT) / 100
003710     DISPLAY "RECEBIDO POR (BRANCO = " WS-OPERATOR-ID "):"
003720     ACCEPT WS-IN-RECEBEDOR
003730     IF WS-IN-RECEBEDOR = SPACES
003740         MOVE WS-OPERATOR-ID TO WS-IN-RECEBEDOR
003750     END-IF
003760     IF NOT WS-FOUND
003770         PERFORM 5100-ADD-TRIP THRU 5100-EXIT
003780     END-IF
003790     COMPUTE WS-VARIANCE = WS-AMOUNT-NUM - WS-TP-DEVIDO(WS-TP-IDX)
003800     EVALUATE TRUE
003810         WHEN WS-VARIANCE = 0
003820             MOVE "CONFERE"     TO WS-VARIANCE-MSG
003830         WHEN WS-VARIANCE > 0
003840             MOVE "SOBRA"       TO WS-VARIANCE-MSG
003850         WHEN OTHER
003860             MOVE "FALTA"       TO WS-VARIANCE-MSG
003870     END-EVALUATE
003880     MOVE "Y"             TO WS-TP-ENTREGUE-SW(WS-TP-IDX)
003890     MOVE WS-AMOUNT-NUM   TO WS-TP-CONTADO(WS-TP-IDX)
003900     MOVE WS-VARIANCE     TO WS-TP-VARIANCE(WS-TP-IDX)
003910     MOVE WS-VARIANCE-MSG TO WS-TP-RESULT(WS-TP-IDX)
003920     MOVE WS-IN-RECEBEDOR TO WS-TP-RECEBEDOR(WS-TP-IDX)
003930     PERFORM 7050-WRITE-CONDUCTOR-HIST
003940     PERFORM 7000-WRITE-AUDIT
003950     ADD 1 TO WS-CHECKIN-COUNT
003960     MOVE WS-TP-DEVIDO(WS-TP-IDX) TO WS-VALOR-ED
003970     MOVE WS-VARIANCE TO WS-VARIANCE-ED
003980     DISPLAY "PARTIDA " WS-TRIP-ID-WK " DEVIDO R$" WS-VALOR-ED
003990             " DIFERENCA R$" WS-VARIANCE-ED " " WS-VARIANCE-MSG.
004000 2100-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*  2200-LIST-PENDING
004050*  MOSTRA NA TELA AS PARTIDAS DO DIA CUJA BOLSA AINDA NAO FOI
004060*  ENTREGUE. PASSAGEM SEM ID DE VIAGEM NAO TEM BOLSA A COBRAR.
004070******************************************************************
004080 2200-LIST-PENDING.
004090     MOVE ZERO TO WS-PENDING-COUNT
004100     PERFORM 2250-SHOW-ONE-PENDING THRU 2250-EXIT
004110         VARYING WS-SCAN FROM 1 BY 1
004120         UNTIL WS-SCAN > WS-TP-COUNT
004130     DISPLAY "PARTIDAS SEM ENTREGA: " WS-PENDING-COUNT.
004140 2200-EXIT.
004150     EXIT.
004160
004170 2250-SHOW-ONE-PENDING.
004180     SET WS-TP-IDX TO WS-SCAN
004190     IF WS-TP-ENTREGUE(WS-TP-IDX)
004200         OR WS-TP-ID(WS-TP-IDX) = "(SEM VIAGEM)"
004210         GO TO 2250-EXIT
004220     END-IF
004230     ADD 1 TO WS-PENDING-COUNT
004240     MOVE WS-TP-DEVIDO(WS-TP-IDX) TO WS-VALOR-ED
004250     DISPLAY "  " WS-TP-ID(WS-TP-IDX) "  DEVIDO R$" WS-VALOR-ED.
004260 2250-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*  3000-FINALIZE
004310*  EMITE O BOLSARPT DO DIA (ENTREGAS E PARTIDAS SEM ENTREGA),
004320*  GRAVA O RESUMO NA AUDITORIA E FECHA OS ARQUIVOS. PARTIDA SEM
004330*  ENTREGA DEIXA RC=4 - O DIA NAO FECHOU TODAS AS BOLSAS.
004340******************************************************************
004350 3000-FINALIZE.
004360     OPEN OUTPUT CHECKIN-REPORT-FILE
004370     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
004380     WRITE REPORT-LINE
004390     MOVE SPACES TO REPORT-LINE
004400     STRING "CONFERENCIA DA BOLSA DO COBRADOR - DIA " WS-BUS-DATE
004410         DELIMITED BY SIZE INTO REPORT-LINE
004420     WRITE REPORT-LINE
004430     MOVE SPACES TO REPORT-LINE
004440     WRITE REPORT-LINE
004450     MOVE "BOLSAS ENTREGUES" TO REPORT-LINE
004460     WRITE REPORT-LINE
004470     MOVE ZERO TO WS-ENTREGUE-COUNT
004480     PERFORM 3100-WRITE-ONE-CHECKIN THRU 3100-EXIT
004490         VARYING WS-SCAN FROM 1 BY 1
004500         UNTIL WS-SCAN > WS-TP-COUNT
004510     MOVE WS-TOT-DEVIDO   TO WS-VALOR-ED
004520     MOVE WS-TOT-CONTADO  TO WS-CONTADO-ED
004530     MOVE WS-TOT-VARIANCE TO WS-VARIANCE-ED
004540     MOVE SPACES TO REPORT-LINE
004550     STRING "  TOTAL " WS-ENTREGUE-COUNT " BOLSAS  DEVIDO R$"
004560            WS-VALOR-ED "  CONTADO R$" WS-CONTADO-ED
004570         DELIMITED BY SIZE INTO REPORT-LINE
004580     WRITE REPORT-LINE
004590     MOVE SPACES TO REPORT-LINE
004600     STRING "  DIFERENCA DO DIA R$" WS-VARIANCE-ED
004610         DELIMITED BY SIZE INTO REPORT-LINE
004620     WRITE REPORT-LINE
004630     MOVE SPACES TO REPORT-LINE
004640     WRITE REPORT-LINE
004650     MOVE "PARTIDAS SEM ENTREGA DA BOLSA" TO REPORT-LINE
004660     WRITE REPORT-LINE
004670     MOVE ZERO TO WS-PENDING-COUNT
004680     PERFORM 3200-WRITE-ONE-PENDING THRU 3200-EXIT
004690         VARYING WS-SCAN FROM 1 BY 1
004700         UNTIL WS-SCAN > WS-TP-COUNT
004710     MOVE WS-TOT-PENDENTE TO WS-VALOR-ED
004720     MOVE SPACES TO REPORT-LINE
004730     STRING "  TOTAL " WS-PENDING-COUNT " PARTIDAS  DEVIDO R$"
004740            WS-VALOR-ED
004750         DELIMITED BY SIZE INTO REPORT-LINE
004760     WRITE REPORT-LINE
004770     IF WS-TP-DROPPED > ZERO
004780         MOVE SPACES TO REPORT-LINE
004790         STRING "*** AVISO: " WS-TP-DROPPED
004800                " PASSAGENS DE PARTIDAS ALEM DA 100A NAO FORAM"
004810                " CONFERIDAS"
004820             DELIMITED BY SIZE INTO REPORT-LINE
004830         WRITE REPORT-LINE
004840     END-IF
004850     PERFORM 7020-WRITE-RUN-SUMMARY
004860     IF WS-PENDING-COUNT > ZERO
004870         DISPLAY "AVISO: " WS-PENDING-COUNT
004880                 " PARTIDAS SEM ENTREGA DA BOLSA - VER BOLSARPT"
004890         MOVE 4 TO RETURN-CODE
004900     END-IF
004910     CLOSE CHECKIN-REPORT-FILE
004920     CLOSE CONDUCTOR-VARIANCE-FILE
004930     CLOSE AUDIT-LOG-FILE.
004940
004950 3100-WRITE-ONE-CHECKIN.
004960     SET WS-TP-IDX TO WS-SCAN
004970     IF NOT WS-TP-ENTREGUE(WS-TP-IDX)
004980         GO TO 3100-EXIT
004990     END-IF
005000     ADD 1 TO WS-ENTREGUE-COUNT
005010     ADD WS-TP-DEVIDO(WS-TP-IDX)   TO WS-TOT-DEVIDO
005020     ADD WS-TP-CONTADO(WS-TP-IDX)  TO WS-TOT-CONTADO
005030     ADD WS-TP-VARIANCE(WS-TP-IDX) TO WS-TOT-VARIANCE
005040     MOVE WS-TP-DEVIDO(WS-TP-IDX)   TO WS-VALOR-ED
005050     MOVE WS-TP-CONTADO(WS-TP-IDX)  TO WS-CONTADO-ED
005060     MOVE WS-TP-VARIANCE(WS-TP-IDX) TO WS-VARIANCE-ED
005070     MOVE SPACES TO REPORT-LINE
005080     STRING "  " WS-TP-ID(WS-TP-IDX)
005090            " DEV" WS-VALOR-ED
005100            " CONT" WS-CONTADO-ED
005110            " DIF" WS-VARIANCE-ED
005120            " " WS-TP-RESULT(WS-TP-IDX)
005130            " " WS-TP-RECEBEDOR(WS-TP-IDX)
005140         DELIMITED BY SIZE INTO REPORT-LINE
005150     WRITE REPORT-LINE.
005160 3100-EXIT.
005170     EXIT.
005180
005190 3200-WRITE-ONE-PENDING.
005200     SET WS-TP-IDX TO WS-SCAN
005210     IF WS-TP-ENTREGUE(WS-TP-IDX)
005220         OR WS-TP-ID(WS-TP-IDX) = "(SEM VIAGEM)"
005230         GO TO 3200-EXIT
005240     END-IF
005250     ADD 1 TO WS-PENDING-COUNT
005260     ADD WS-TP-DEVIDO(WS-TP-IDX) TO WS-TOT-PENDENTE
005270     MOVE WS-TP-DEVIDO(WS-TP-IDX) TO WS-VALOR-ED
005280     MOVE SPACES TO REPORT-LINE
005290     STRING "  " WS-TP-ID(WS-TP-IDX)
005300            "  PASSAGEIROS " WS-TP-PASS(WS-TP-IDX)
005310            "  DEVIDO R$" WS-VALOR-ED
005320         DELIMITED BY SIZE INTO REPORT-LINE
005330     WRITE REPORT-LINE.
005340 3200-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380*  5000-FIND-TRIP
005390*  PROCURA A PARTIDA DE WS-TRIP-ID-WK NA TABELA; DEIXA WS-TP-IDX
005400*  NA ENTRADA ENCONTRADA.
005410******************************************************************
005420 5000-FIND-TRIP.
005430     MOVE "N" TO WS-FOUND-SW
005440     PERFORM 5050-MATCH-TRIP THRU 5050-EXIT
005450         VARYING WS-TP-IDX FROM 1 BY 1
005460         UNTIL WS-TP-IDX > WS-TP-COUNT OR WS-FOUND
005470     IF WS-FOUND
005480         SET WS-TP-IDX DOWN BY 1
005490     END-IF.
005500 5000-EXIT.
005510     EXIT.
005520
005530 5050-MATCH-TRIP.
005540     IF WS-TP-ID(WS-TP-IDX) = WS-TRIP-ID-WK
005550         MOVE "Y" TO WS-FOUND-SW
005560     END-IF.
005570 5050-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610*  5100-ADD-TRIP
005620*  ABRE NA TABELA A PARTIDA DE WS-TRIP-ID-WK, SEM PASSAGEM E SEM
005630*  ENTREGA; DEIXA WS-TP-IDX NELA.
005640******************************************************************
005650 5100-ADD-TRIP.
005660     ADD 1 TO WS-TP-COUNT
005670     SET WS-TP-IDX TO WS-TP-COUNT
005680     MOVE WS-TRIP-ID-WK TO WS-TP-ID(WS-TP-IDX)
005690     MOVE ZERO          TO WS-TP-PASS(WS-TP-IDX)
005700     MOVE ZERO          TO WS-TP-DEVIDO(WS-TP-IDX)
005710     MOVE "N"           TO WS-TP-ENTREGUE-SW(WS-TP-IDX)
005720     MOVE ZERO          TO WS-TP-CONTADO(WS-TP-IDX)
005730     MOVE ZERO          TO WS-TP-VARIANCE(WS-TP-IDX)
005740     MOVE SPACES        TO WS-TP-RESULT(WS-TP-IDX)
005750     MOVE SPACES        TO WS-TP-RECEBEDOR(WS-TP-IDX).
005760 5100-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800*  7000-WRITE-AUDIT
005810*  GRAVA A ENTREGA DE UMA BOLSA NA TRILHA DE AUDITORIA.
005820******************************************************************
005830 7000-WRITE-AUDIT.
005840     MOVE "BOLSACOB"          TO AUDIT-PROGRAM-ID
005850     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
005860     ACCEPT AUDIT-TIME FROM TIME
005870     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
005880     MOVE WS-TRIP-ID-WK       TO AUDIT-KEY
005890     MOVE SPACES              TO AUDIT-DETAIL
005900     MOVE WS-AMOUNT-NUM       TO WS-CONTADO-ED
005910     MOVE WS-VARIANCE         TO WS-VARIANCE-ED
005920     STRING "ENTREGA CONTADO=" WS-CONTADO-ED
005930            " DIF=" WS-VARIANCE-ED
005940            " REC=" WS-IN-RECEBEDOR
005950         DELIMITED BY SIZE INTO AUDIT-DETAIL
005960     CALL "AUDITWR" USING AUDIT-RECORD.
005970
005980******************************************************************
005990*  7020-WRITE-RUN-SUMMARY
006000*  GRAVA O RESUMO DA EXECUCAO NA TRILHA DE AUDITORIA.
006010******************************************************************
006020 7020-WRITE-RUN-SUMMARY.
006030     MOVE "BOLSACOB"          TO AUDIT-PROGRAM-ID
006040     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
006050     ACCEPT AUDIT-TIME FROM TIME
006060     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
006070     MOVE WS-BUS-DATE         TO AUDIT-KEY
006080     MOVE SPACES              TO AUDIT-DETAIL
006090     STRING "ENTREGAS=" WS-CHECKIN-COUNT
006100            " ENTREGUES NO DIA=" WS-ENTREGUE-COUNT
006110            " PENDENTES=" WS-PENDING-COUNT
006120         DELIMITED BY SIZE INTO AUDIT-DETAIL
006130     CALL "AUDITWR" USING AUDIT-RECORD.
006140
006150******************************************************************
006160*  7050-WRITE-CONDUCTOR-HIST
006170*  GRAVA A CONFERENCIA DA BOLSA NO HISTORICO DO COBRADOR
006180*  (COBRVARH). O COBRADOR E O FINAL (5 POSICOES) DO TRIP-ID.
006190******************************************************************
006200 7050-WRITE-CONDUCTOR-HIST.
006210     ACCEPT WS-AGORA FROM TIME
006220     MOVE SPACES                  TO CONDUCTOR-VARIANCE-RECORD
006230     MOVE WS-TRIP-ID-WK(8:5)      TO CVARH-COBRADOR
006240     MOVE WS-BUS-DATE             TO CVARH-BUS-DATE
006250     MOVE WS-TRIP-ID-WK           TO CVARH-TRIP-ID
006260     MOVE WS-TP-DEVIDO(WS-TP-IDX) TO CVARH-DEVIDO
006270     MOVE WS-AMOUNT-NUM           TO CVARH-CONTADO
006280     MOVE WS-VARIANCE             TO CVARH-VARIANCE
006290     MOVE WS-VARIANCE-MSG         TO CVARH-RESULT
006300     MOVE WS-IN-RECEBEDOR         TO CVARH-RECEBEDOR
006310     MOVE WS-HOJE                 TO CVARH-DATA
006320     MOVE WS-AGORA                TO CVARH-HORA
006330     WRITE CONDUCTOR-VARIANCE-RECORD.
