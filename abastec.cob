000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ABASTEC.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - ABASTECIMENTO DA FROTA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  ABASTEC.CBL
000090*  ABASTECIMENTO POR VEICULO. O COMBUSTIVEL ENTRAVA NO CUSTOS
000100*  COMO UM VALOR UNICO POR ROTA NO MES, SEM MOSTRAR QUAL ONIBUS
000110*  GASTA DEMAIS OU SE ALGUM ABASTECIMENTO FOI DESVIADO.
000120*    A - REGISTRA UM ABASTECIMENTO (VEICULO, DATA, ODOMETRO,
000130*        LITROS E PRECO DO LITRO) NO ABASTLOG (COPYBOOK
000140*        ABASTREC). O KM/L E O DOS KM RODADOS DESDE O
000150*        ABASTECIMENTO ANTERIOR DO VEICULO SOBRE OS LITROS DESTE
000160*        (TANQUE SEMPRE COMPLETADO). COM PELO MENOS 3
000170*        ABASTECIMENTOS NORMAIS NO HISTORICO, O KM/L FORA DE 25%
000180*        PARA MAIS OU PARA MENOS DO RENDIMENTO NORMAL DO VEICULO
000190*        (TOTAL DE KM SOBRE TOTAL DE LITROS DOS ABASTECIMENTOS NAO
000200*        MARCADOS) FICA MARCADO COMO EXCECAO E NAO ENTRA NO
000210*        RENDIMENTO NORMAL.
000220*    R - RELATORIO DO MES (ABASTRPT): RENDIMENTO DE CADA VEICULO
000230*        CONTRA O NORMAL E AS EXCECOES DO MES.
000240*    M - FECHAMENTO DO MES: O VALOR ABASTECIDO POR CADA VEICULO NO
000250*        MES E RATEADO ENTRE AS ROTAS PELOS KM QUE ELE RODOU EM
000260*        CADA UMA (DIAS EM QUE A PARTIDA DO TRIPVEIC APARECE NO
000270*        TICKETS VEZES A EXTENSAO DA ROTA NO STOPMAST, A MESMA
000280*        REGRA DO FROTAMAN) E GRAVADO NO ROTACUST NA CATEGORIA
000290*        COMBUSTIVEL, UMA LINHA POR ROTA. MES JA FECHADO E
000300*        RECUSADO E O CUSTOS NAO ACEITA MAIS COMBUSTIVEL DIGITADO.
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY
000330*  DATE       INIT  DESCRIPTION
000340*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEICMAST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-VEIC-FILE-STATUS.
000420     SELECT TRIP-VEHICLE-FILE ASSIGN TO "TRIPVEIC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-TRV-FILE-STATUS.
000450     SELECT STOP-MASTER-FILE ASSIGN TO "STOPMAST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS WS-STOP-FILE-STATUS.
000480     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000510     SELECT FUEL-LOG-FILE ASSIGN TO "ABASTLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS WS-ABS-FILE-STATUS.
000540     SELECT ROUTE-COST-FILE ASSIGN TO "ROTACUST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS  IS WS-CUSTO-FILE-STATUS.
000570     SELECT FUEL-REPORT-FILE ASSIGN TO "ABASTRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  VEHICLE-MASTER-FILE
000650     RECORDING MODE IS F.
000660     COPY VEICREC.
000670 FD  TRIP-VEHICLE-FILE
000680     RECORDING MODE IS F.
000690     COPY TRIPVEICREC.
000700 FD  STOP-MASTER-FILE
000710     RECORDING MODE IS F.
000720     COPY STOPREC.
000730 FD  TICKETS-FILE
000740     RECORDING MODE IS F.
000750     COPY TICKETREC.
000760 FD  FUEL-LOG-FILE
000770     RECORDING MODE IS F.
000780     COPY ABASTREC.
000790 FD  ROUTE-COST-FILE
000800     RECORDING MODE IS F.
000810     COPY CUSTOREC.
000820 FD  FUEL-REPORT-FILE
000830     RECORDING MODE IS F.
000840 01  REPORT-LINE                 PIC X(80).
000850 FD  AUDIT-LOG-FILE
000860     RECORDING MODE IS F.
000870     COPY AUDITREC.
000880 WORKING-STORAGE SECTION.
000890 01  WS-SWITCHES.
000900     05  WS-VEIC-FILE-STATUS     PIC X(02)   VALUE "00".
000910     05  WS-TRV-FILE-STATUS      PIC X(02)   VALUE "00".
000920     05  WS-STOP-FILE-STATUS     PIC X(02)   VALUE "00".
000930     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000940     05  WS-ABS-FILE-STATUS      PIC X(02)   VALUE "00".
000950     05  WS-CUSTO-FILE-STATUS    PIC X(02)   VALUE "00".
000960     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000970     05  WS-VEIC-EOF-SW          PIC X(01)   VALUE "N".
000980         88  WS-VEIC-EOF                     VALUE "Y".
000990     05  WS-TRV-EOF-SW           PIC X(01)   VALUE "N".
001000         88  WS-TRV-EOF                      VALUE "Y".
001010     05  WS-STOP-EOF-SW          PIC X(01)   VALUE "N".
001020         88  WS-STOP-EOF                     VALUE "Y".
001030     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
001040         88  WS-TICKET-EOF                   VALUE "Y".
001050     05  WS-ABS-EOF-SW           PIC X(01)   VALUE "N".
001060         88  WS-ABS-EOF                      VALUE "Y".
001070     05  WS-CUSTO-EOF-SW         PIC X(01)   VALUE "N".
001080         88  WS-CUSTO-EOF                    VALUE "Y".
001090     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
001100         88  WS-EXIT                         VALUE "Y".
001110     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001120         88  WS-SIGNON-VALID                 VALUE "Y".
001130     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001140         88  WS-FOUND                        VALUE "Y".
001150     05  WS-VALOR-VALID-SW       PIC X(01)   VALUE "N".
001160         88  WS-VALOR-VALID                  VALUE "Y".
001170 01  WS-MSG-CODE-WK              PIC X(08).
001180 01  WS-MSG-TEXT-WK              PIC X(60).
001190 01  WS-OPERATOR-ID              PIC X(08).
001200 01  WS-OPERATOR-PIN             PIC X(04).
001210 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001220 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001230     88  WS-AUTHORIZED                       VALUE "Y".
001240 01  WS-ACAO                     PIC X(01).
001250 01  WS-IN-DATA                  PIC X(08).
001260 01  WS-IN-MES                   PIC X(06).
001270 01  WS-IN-VEIC                  PIC X(06).
001280 01  WS-IN-ODO                   PIC X(07).
001290 01  WS-IN-LITROS                PIC X(10).
001300 01  WS-IN-PRECO                 PIC X(10).
001310 01  WS-IN-ROTA                  PIC X(03).
001320 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
001330 01  WS-NUM-WK                   PIC 9(10).
001340 01  WS-SCAN                     PIC 9(03).
001350 01  WS-SCAN2                    PIC 9(03).
001360 01  WS-HOJE                     PIC X(08).
001370 01  WS-DATA-NUM                 PIC 9(08).
001380 01  WS-INT-HOJE                 PIC 9(07).
001390 01  WS-INT-WK                   PIC 9(07).
001400 01  WS-DIA-X                    PIC X(02).
001410 01  WS-DIA-NUM                  PIC 9(02).
001420******************************************************************
001430*  FAIXA DO RENDIMENTO NORMAL: O ABASTECIMENTO E EXCECAO QUANDO O
001440*  KM/L SAI 25% PARA MAIS OU PARA MENOS DO NORMAL DO VEICULO, QUE
001450*  SO VALE COM PELO MENOS 3 ABASTECIMENTOS NORMAIS NO HISTORICO.
001460******************************************************************
001470 01  WS-TOLERANCIA               PIC 9(02)   VALUE 25.
001480 01  WS-MIN-AMOSTRA              PIC 9(02)   VALUE 3.
001490******************************************************************
001500*  ABASTECIMENTO EM LANCAMENTO (A).
001510******************************************************************
001520 01  WS-LITROS-NUM               PIC 9(04)V99.
001530 01  WS-PRECO-NUM                PIC 9(02)V999.
001540 01  WS-VALOR-NUM                PIC 9(07)V99.
001550 01  WS-ODO-NUM                  PIC 9(07)V9.
001560 01  WS-KMDIF-NUM                PIC 9(07)V9.
001570 01  WS-KML-WK                   PIC 9(05)V99.
001580 01  WS-KML-NUM                  PIC 9(03)V99.
001590 01  WS-NORMAL-KML               PIC 9(03)V99.
001600 01  WS-LIM-BAIXO                PIC 9(03)V99.
001610 01  WS-LIM-ALTO                 PIC 9(04)V99.
001615 01  WS-PCT-FAIXA                PIC 9(03).
001620 01  WS-EXCECAO-WK               PIC X(01).
001630 01  WS-NORMAL-SW                PIC X(01).
001640     88  WS-TEM-NORMAL                       VALUE "Y".
001650******************************************************************
001660*  TOTAIS DO RELATORIO (R) E DO FECHAMENTO (M).
001670******************************************************************
001680 01  WS-RL-ABAST                 PIC 9(05).
001690 01  WS-RL-EXCECOES              PIC 9(05).
001700 01  WS-RL-LITROS                PIC 9(07)V99.
001710 01  WS-RL-VALOR                 PIC 9(07)V99.
001720 01  WS-RL-EXC-TIPO              PIC X(05).
001730 01  WS-FM-VALOR                 PIC 9(07)V99.
001740 01  WS-FM-RATEADO               PIC 9(07)V99.
001750 01  WS-FM-NAO-RATEADO           PIC 9(07)V99.
001760 01  WS-FM-SEM-VEICULO           PIC 9(07).
001770 01  WS-FM-ROTAS                 PIC 9(03).
001780 01  WS-RA-TOTAL-PESO            PIC 9(07)V9.
001790 01  WS-RA-TOTAL-PART            PIC 9(05).
001800 01  WS-RA-LANCADO               PIC 9(07)V99.
001810 01  WS-RA-ULTIMA                PIC 9(03).
001820 01  WS-EXTENSAO-WK              PIC 9(03)V9.
001830 01  WS-KM-ED                    PIC ZZZZZZ9.
001840 01  WS-KMD-ED                   PIC ZZZZ9.9.
001850 01  WS-KML-ED                   PIC ZZ9.99.
001860 01  WS-KML-ED2                  PIC ZZ9.99.
001870 01  WS-LT-ED                    PIC ZZZZZZ9.99.
001880 01  WS-PRECO-ED                 PIC Z9.999.
001890 01  WS-VALOR-ED                 PIC ZZZZZZ9.99.
001900 01  WS-QTD-ED                   PIC ZZZZ9.
001910 01  WS-EXC-ED                   PIC ZZ9.
001920
001930******************************************************************
001940*  CADASTROS EM MEMORIA. NADA E REGRAVADO: O ABASTLOG E O ROTACUST
001950*  SO RECEBEM REGISTROS NOVOS, GRAVADOS NA HORA.
001960******************************************************************
001970 01  WS-VE-TABLE.
001980     05  WS-VE-ENTRY OCCURS 50 TIMES
001990                     INDEXED BY WS-VE-IDX.
002000         10  WS-VE-ID            PIC X(06).
002010         10  WS-VE-ACTIVE        PIC X(01).
002020         10  WS-VE-ULT-ODO       PIC 9(07)V9.
002030         10  WS-VE-ULT-DATA      PIC X(08).
002040         10  WS-VE-BASE-KM       PIC 9(07)V9.
002050         10  WS-VE-BASE-LT       PIC 9(07)V99.
002060         10  WS-VE-BASE-QTD      PIC 9(05).
002070         10  WS-VE-MES-QTD       PIC 9(03).
002080         10  WS-VE-MES-EXC       PIC 9(03).
002090         10  WS-VE-MES-LT        PIC 9(07)V99.
002100         10  WS-VE-MES-LT-REND   PIC 9(07)V99.
002110         10  WS-VE-MES-KM        PIC 9(07)V9.
002120         10  WS-VE-MES-VALOR     PIC 9(07)V99.
002130 01  WS-VE-COUNT                 PIC 9(03)   VALUE ZERO.
002140 01  WS-TV-TABLE.
002150     05  WS-TV-ENTRY OCCURS 200 TIMES
002160                     INDEXED BY WS-TV-IDX.
002170         10  WS-TV-TRIP          PIC X(12).
002180         10  WS-TV-VEIC          PIC X(06).
002190         10  WS-TV-DIAS          PIC X(31).
002200         10  WS-TV-NDIAS         PIC 9(02).
002210 01  WS-TV-COUNT                 PIC 9(03)   VALUE ZERO.
002220 01  WS-ST-TABLE.
002230     05  WS-ST-ENTRY OCCURS 50 TIMES
002240                     INDEXED BY WS-ST-IDX.
002250         10  WS-ST-ROTA          PIC X(03).
002260         10  WS-ST-KM            PIC 9(03)V9.
002270 01  WS-ST-COUNT                 PIC 9(03)   VALUE ZERO.
002280 01  WS-RA-TABLE.
002290     05  WS-RA-ENTRY OCCURS 20 TIMES
002300                     INDEXED BY WS-RA-IDX.
002310         10  WS-RA-ROTA          PIC X(03).
002320         10  WS-RA-PESO          PIC 9(07)V9.
002330         10  WS-RA-PARTIDAS      PIC 9(03).
002340         10  WS-RA-VALOR         PIC 9(07)V99.
002350 01  WS-RA-COUNT                 PIC 9(03)   VALUE ZERO.
002360 01  WS-RT-TABLE.
002370     05  WS-RT-ENTRY OCCURS 50 TIMES
002380                     INDEXED BY WS-RT-IDX.
002390         10  WS-RT-ROTA          PIC X(03).
002400         10  WS-RT-VALOR         PIC 9(07)V99.
002410 01  WS-RT-COUNT                 PIC 9(03)   VALUE ZERO.
002420 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
002430     88  WS-OVERFLOW                         VALUE "Y".
002440
002450 PROCEDURE DIVISION.
002460
002470 0000-MAINLINE.
002480     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002490*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
002500     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002510                         WS-AUTHORIZED-SW
002520     IF NOT WS-AUTHORIZED
002530         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002540         MOVE 8 TO RETURN-CODE
002550         STOP RUN
002560     END-IF
002570     PERFORM 1000-INITIALIZE
002580     IF WS-OVERFLOW
002590         DISPLAY "CADASTRO MAIOR QUE AS TABELAS - EXECUCAO"
002600                 " RECUSADA, NADA ALTERADO"
002610         MOVE 8 TO RETURN-CODE
002620         STOP RUN
002630     END-IF
002640     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002650         UNTIL WS-EXIT
002660     CLOSE AUDIT-LOG-FILE
002670     STOP RUN.
002680
002690******************************************************************
002700*  0010-SIGN-ON
002710*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002720*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002730******************************************************************
002740 0010-SIGN-ON.
002750     MOVE "N" TO WS-SIGNON-VALID-SW
002760     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002770         UNTIL WS-SIGNON-VALID.
002780 0010-EXIT.
002790     EXIT.
002800
002810 0020-PROMPT-SIGNON.
002820     MOVE "SGN-001" TO WS-MSG-CODE-WK
002830     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002840     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002850     ACCEPT WS-OPERATOR-ID
002860     MOVE "SGN-002" TO WS-MSG-CODE-WK
002870     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002880     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002890     ACCEPT WS-OPERATOR-PIN
002900     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002910                           WS-SIGNON-VALID-SW
002920     IF NOT WS-SIGNON-VALID
002930         MOVE "SGN-003" TO WS-MSG-CODE-WK
002940         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002950         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002960     END-IF.
002970 0020-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*  1000-INITIALIZE
003020*  CARREGA VEICULOS, ATRIBUICOES E EXTENSAO DAS ROTAS, E MONTA O
003030*  ULTIMO ODOMETRO E O RENDIMENTO NORMAL DE CADA VEICULO PELO
003040*  ABASTLOG. ABRE A AUDITORIA.
003050******************************************************************
003060 1000-INITIALIZE.
003070     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003080     MOVE WS-HOJE TO WS-DATA-NUM
003090     COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
003100     OPEN INPUT VEHICLE-MASTER-FILE
003110     IF WS-VEIC-FILE-STATUS NOT = "00"
003120         MOVE "Y" TO WS-VEIC-EOF-SW
003130     ELSE
003140         PERFORM 1100-LOAD-VEIC-ENTRY THRU 1100-EXIT
003150             UNTIL WS-VEIC-EOF
003160         CLOSE VEHICLE-MASTER-FILE
003170     END-IF
003180     OPEN INPUT TRIP-VEHICLE-FILE
003190     IF WS-TRV-FILE-STATUS NOT = "00"
003200         MOVE "Y" TO WS-TRV-EOF-SW
003210     ELSE
003220         PERFORM 1200-LOAD-TRV-ENTRY THRU 1200-EXIT
003230             UNTIL WS-TRV-EOF
003240         CLOSE TRIP-VEHICLE-FILE
003250     END-IF
003260     OPEN INPUT STOP-MASTER-FILE
003270     IF WS-STOP-FILE-STATUS NOT = "00"
003280         MOVE "Y" TO WS-STOP-EOF-SW
003290     ELSE
003300         PERFORM 1300-LOAD-EXTENSAO THRU 1300-EXIT
003310             UNTIL WS-STOP-EOF
003320         CLOSE STOP-MASTER-FILE
003330     END-IF
003340     OPEN INPUT FUEL-LOG-FILE
003350     IF WS-ABS-FILE-STATUS NOT = "00"
003360         MOVE "Y" TO WS-ABS-EOF-SW
003370     ELSE
003380         PERFORM 1400-LOAD-ABASTEC THRU 1400-EXIT
003390             UNTIL WS-ABS-EOF
003400         CLOSE FUEL-LOG-FILE
003410     END-IF
003420     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
003430
003440 1100-LOAD-VEIC-ENTRY.
003450     READ VEHICLE-MASTER-FILE
003460         AT END
003470             MOVE "Y" TO WS-VEIC-EOF-SW
003480             GO TO 1100-EXIT
003490     END-READ
003500     IF WS-VE-COUNT >= 50
003510         MOVE "Y" TO WS-OVERFLOW-SW
003520         GO TO 1100-EXIT
003530     END-IF
003540     ADD 1 TO WS-VE-COUNT
003550     SET WS-VE-IDX TO WS-VE-COUNT
003560     MOVE VEIC-ID     TO WS-VE-ID(WS-VE-IDX)
003570     MOVE VEIC-ACTIVE TO WS-VE-ACTIVE(WS-VE-IDX)
003580     MOVE SPACES      TO WS-VE-ULT-DATA(WS-VE-IDX)
003590     MOVE ZERO        TO WS-VE-ULT-ODO(WS-VE-IDX)
003600                         WS-VE-BASE-KM(WS-VE-IDX)
003610                         WS-VE-BASE-LT(WS-VE-IDX)
003620                         WS-VE-BASE-QTD(WS-VE-IDX).
003630 1100-EXIT.
003640     EXIT.
003650
003660 1200-LOAD-TRV-ENTRY.
003670     READ TRIP-VEHICLE-FILE
003680         AT END
003690             MOVE "Y" TO WS-TRV-EOF-SW
003700             GO TO 1200-EXIT
003710     END-READ
003720     IF WS-TV-COUNT >= 200
003730         MOVE "Y" TO WS-OVERFLOW-SW
003740         GO TO 1200-EXIT
003750     END-IF
003760     ADD 1 TO WS-TV-COUNT
003770     SET WS-TV-IDX TO WS-TV-COUNT
003780     MOVE TRV-TRIP-ID TO WS-TV-TRIP(WS-TV-IDX)
003790     MOVE TRV-VEIC-ID TO WS-TV-VEIC(WS-TV-IDX).
003800 1200-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840*  1300-LOAD-EXTENSAO
003850*  A EXTENSAO DA ROTA E A MAIOR DISTANCIA ACUMULADA ENTRE AS
003860*  PARADAS DELA NO STOPMAST (A DA ULTIMA PARADA).
003870******************************************************************
003880 1300-LOAD-EXTENSAO.
003890     READ STOP-MASTER-FILE
003900         AT END
003910             MOVE "Y" TO WS-STOP-EOF-SW
003920             GO TO 1300-EXIT
003930     END-READ
003940     IF STOP-DIST-KM NOT NUMERIC
003950         GO TO 1300-EXIT
003960     END-IF
003970     MOVE STOP-ROTA TO WS-IN-ROTA
003980     PERFORM 8300-FIND-EXTENSAO THRU 8300-EXIT
003990     IF NOT WS-FOUND
004000         IF WS-ST-COUNT >= 50
004010             MOVE "Y" TO WS-OVERFLOW-SW
004020             GO TO 1300-EXIT
004030         END-IF
004040         ADD 1 TO WS-ST-COUNT
004050         SET WS-ST-IDX TO WS-ST-COUNT
004060         MOVE STOP-ROTA TO WS-ST-ROTA(WS-ST-IDX)
004070         MOVE ZERO      TO WS-ST-KM(WS-ST-IDX)
004080     END-IF
004090     IF STOP-DIST-KM > WS-ST-KM(WS-ST-IDX)
004100         MOVE STOP-DIST-KM TO WS-ST-KM(WS-ST-IDX)
004110     END-IF.
004120 1300-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160*  1400-LOAD-ABASTEC
004170*  O ULTIMO ABASTECIMENTO DO ARQUIVO DA O ODOMETRO E A DATA DE
004180*  PARTIDA DO PROXIMO; OS ABASTECIMENTOS NORMAIS (COM KM E SEM
004190*  EXCECAO) FORMAM O RENDIMENTO NORMAL DO VEICULO.
004200******************************************************************
004210 1400-LOAD-ABASTEC.
004220     READ FUEL-LOG-FILE
004230         AT END
004240             MOVE "Y" TO WS-ABS-EOF-SW
004250             GO TO 1400-EXIT
004260     END-READ
004270     IF ABS-ODOMETRO NOT NUMERIC OR ABS-LITROS NOT NUMERIC
004280         OR ABS-KM NOT NUMERIC
004290         GO TO 1400-EXIT
004300     END-IF
004310     MOVE ABS-VEIC-ID TO WS-IN-VEIC
004320     PERFORM 8100-FIND-VEICULO THRU 8100-EXIT
004330     IF NOT WS-FOUND
004340         GO TO 1400-EXIT
004350     END-IF
004360     MOVE ABS-ODOMETRO TO WS-VE-ULT-ODO(WS-VE-IDX)
004370     MOVE ABS-DATA     TO WS-VE-ULT-DATA(WS-VE-IDX)
004380     IF ABS-KM > ZERO AND ABS-RENDIMENTO-NORMAL
004390         ADD ABS-KM     TO WS-VE-BASE-KM(WS-VE-IDX)
004400         ADD ABS-LITROS TO WS-VE-BASE-LT(WS-VE-IDX)
004410         ADD 1          TO WS-VE-BASE-QTD(WS-VE-IDX)
004420     END-IF.
004430 1400-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*  0100-OPEN-AUDIT-LOG-FILE
004480*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
004490*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
004500******************************************************************
004510 0100-OPEN-AUDIT-LOG-FILE.
004520     OPEN EXTEND AUDIT-LOG-FILE
004530     IF WS-AUDIT-FILE-STATUS = "35"
004540         OPEN OUTPUT AUDIT-LOG-FILE
004550         CLOSE AUDIT-LOG-FILE
004560         OPEN EXTEND AUDIT-LOG-FILE
004570     END-IF.
004580
004590******************************************************************
004600*  2000-SHOW-MENU
004610*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
004620******************************************************************
004630 2000-SHOW-MENU.
004640     DISPLAY " "
004650     DISPLAY "ABASTECIMENTO DA FROTA - ESCOLHA A ACAO:"
004660     DISPLAY "  A - REGISTRAR ABASTECIMENTO"
004670     DISPLAY "  R - RELATORIO DE RENDIMENTO DO MES"
004680     DISPLAY "  M - FECHAMENTO DO MES (RATEIO PARA O ROTACUST)"
004690     DISPLAY "  X - SAIR"
004700     ACCEPT WS-ACAO
004710     EVALUATE WS-ACAO
004720         WHEN "A"
004730         WHEN "a"
004740             PERFORM 2100-REGISTRA-ABASTEC THRU 2100-EXIT
004750         WHEN "R"
004760         WHEN "r"
004770             PERFORM 2200-RELATORIO THRU 2200-EXIT
004780         WHEN "M"
004790         WHEN "m"
004800             PERFORM 2300-FECHA-MES THRU 2300-EXIT
004810         WHEN "X"
004820         WHEN "x"
004830             MOVE "Y" TO WS-EXIT-SW
004840         WHEN OTHER
004850             DISPLAY "ACAO INVALIDA"
004860     END-EVALUATE.
004870 2000-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910*  2050-PEDE-DATA
004920*  PEDE UMA DATA (BRANCO = HOJE) E A CONFERE; DATA INVALIDA OU
004930*  FUTURA VOLTA EM BRANCO.
004940******************************************************************
004950 2050-PEDE-DATA.
004960     ACCEPT WS-IN-DATA
004970     IF WS-IN-DATA = SPACES
004980         MOVE WS-HOJE TO WS-IN-DATA
004990     END-IF
005000     IF WS-IN-DATA NOT NUMERIC
005010         MOVE SPACES TO WS-IN-DATA
005020         GO TO 2050-EXIT
005030     END-IF
005040     MOVE WS-IN-DATA TO WS-DATA-NUM
005050     COMPUTE WS-INT-WK = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
005060     IF WS-INT-WK = ZERO OR WS-INT-WK > WS-INT-HOJE
005070         MOVE SPACES TO WS-IN-DATA
005080     END-IF.
005090 2050-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130*  2060-PEDE-MES
005140*  PEDE UM MES (AAAAMM); MES INVALIDO OU FUTURO VOLTA EM BRANCO.
005150******************************************************************
005160 2060-PEDE-MES.
005170     ACCEPT WS-IN-MES
005180     IF WS-IN-MES NOT NUMERIC
005190         MOVE SPACES TO WS-IN-MES
005200         GO TO 2060-EXIT
005210     END-IF
005220     IF WS-IN-MES(5:2) < "01" OR WS-IN-MES(5:2) > "12"
005230         OR WS-IN-MES > WS-HOJE(1:6)
005240         MOVE SPACES TO WS-IN-MES
005250     END-IF.
005260 2060-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*  2100-REGISTRA-ABASTEC
005310*  REGISTRA UM ABASTECIMENTO. O ODOMETRO TEM DE AVANCAR SOBRE O DO
005320*  ABASTECIMENTO ANTERIOR DO VEICULO E A DATA NAO PODE SER
005330*  ANTERIOR A DELE. O KM/L E CONFERIDO CONTRA O RENDIMENTO NORMAL
005340*  (5000) E, FORA DA FAIXA, O ABASTECIMENTO FICA MARCADO.
005350******************************************************************
005360 2100-REGISTRA-ABASTEC.
005370     DISPLAY "ID DO VEICULO:"
005380     ACCEPT WS-IN-VEIC
005390     PERFORM 8100-FIND-VEICULO THRU 8100-EXIT
005400     IF NOT WS-FOUND
005410         DISPLAY "VEICULO NAO CADASTRADO - ABASTECIMENTO"
005420                 " CANCELADO"
005430         GO TO 2100-EXIT
005440     END-IF
005450     IF WS-VE-ACTIVE(WS-VE-IDX) = "I"
005460         DISPLAY "VEICULO INATIVO - ABASTECIMENTO CANCELADO"
005470         GO TO 2100-EXIT
005480     END-IF
005490     DISPLAY "DATA DO ABASTECIMENTO (AAAAMMDD, BRANCO=HOJE):"
005500     PERFORM 2050-PEDE-DATA THRU 2050-EXIT
005510     IF WS-IN-DATA = SPACES
005520         DISPLAY "DATA INVALIDA - ABASTECIMENTO CANCELADO"
005530         GO TO 2100-EXIT
005540     END-IF
005550     IF WS-VE-ULT-DATA(WS-VE-IDX) NOT = SPACES
005560         AND WS-IN-DATA < WS-VE-ULT-DATA(WS-VE-IDX)
005570         DISPLAY "DATA ANTERIOR AO ULTIMO ABASTECIMENTO ("
005580                 WS-VE-ULT-DATA(WS-VE-IDX)
005590                 ") - ABASTECIMENTO CANCELADO"
005600         GO TO 2100-EXIT
005610     END-IF
005620     MOVE WS-VE-ULT-ODO(WS-VE-IDX) TO WS-KM-ED
005630     DISPLAY "ODOMETRO (7 DIGITOS, ULTIMO ABASTECIMENTO "
005640             WS-KM-ED "):"
005650     ACCEPT WS-IN-ODO
005660     IF WS-IN-ODO NOT NUMERIC
005670         DISPLAY "ODOMETRO INVALIDO - ABASTECIMENTO CANCELADO"
005680         GO TO 2100-EXIT
005690     END-IF
005700     MOVE WS-IN-ODO TO WS-ODO-NUM
005710     MOVE ZERO TO WS-KMDIF-NUM
005720     IF WS-VE-ULT-DATA(WS-VE-IDX) NOT = SPACES
005730         IF WS-ODO-NUM NOT > WS-VE-ULT-ODO(WS-VE-IDX)
005740             DISPLAY "ODOMETRO NAO AVANCOU SOBRE O ULTIMO"
005750                     " ABASTECIMENTO - ABASTECIMENTO CANCELADO"
005760             GO TO 2100-EXIT
005770         END-IF
005780         COMPUTE WS-KMDIF-NUM =
005790             WS-ODO-NUM - WS-VE-ULT-ODO(WS-VE-IDX)
005800         IF WS-KMDIF-NUM > 99999.9
005810             DISPLAY "MAIS DE 99999 KM DESDE O ULTIMO"
005820                     " ABASTECIMENTO - CONFIRA O ODOMETRO"
005830             GO TO 2100-EXIT
005840         END-IF
005850     END-IF
005860     DISPLAY "LITROS (CENTESIMOS, EX. 15050 = 150,50 L):"
005870     ACCEPT WS-IN-LITROS
005880     CALL "VALIDNUM" USING WS-IN-LITROS WS-ALLOW-ZERO-NO
005890                           WS-VALOR-VALID-SW
005900     IF WS-VALOR-VALID
005910         COMPUTE WS-NUM-WK = FUNCTION NUMVAL(WS-IN-LITROS)
005920         IF WS-NUM-WK > 999999
005930             MOVE "N" TO WS-VALOR-VALID-SW
005940         END-IF
005950     END-IF
005960     IF NOT WS-VALOR-VALID
005970         DISPLAY "LITROS INVALIDOS - ABASTECIMENTO CANCELADO"
005980         GO TO 2100-EXIT
005990     END-IF
006000     COMPUTE WS-LITROS-NUM = WS-NUM-WK / 100
006010     DISPLAY "PRECO DO LITRO (MILESIMOS, EX. 5899 = R$5,899):"
006020     ACCEPT WS-IN-PRECO
006030     CALL "VALIDNUM" USING WS-IN-PRECO WS-ALLOW-ZERO-NO
006040                           WS-VALOR-VALID-SW
006050     IF WS-VALOR-VALID
006060         COMPUTE WS-NUM-WK = FUNCTION NUMVAL(WS-IN-PRECO)
006070         IF WS-NUM-WK > 99999
006080             MOVE "N" TO WS-VALOR-VALID-SW
006090         END-IF
006100     END-IF
006110     IF NOT WS-VALOR-VALID
006120         DISPLAY "PRECO INVALIDO - ABASTECIMENTO CANCELADO"
006130         GO TO 2100-EXIT
006140     END-IF
006150     COMPUTE WS-PRECO-NUM = WS-NUM-WK / 1000
006160     COMPUTE WS-VALOR-NUM ROUNDED = WS-LITROS-NUM * WS-PRECO-NUM
006170     MOVE ZERO   TO WS-KML-NUM
006180     MOVE SPACES TO WS-EXCECAO-WK
006190     MOVE "N"    TO WS-NORMAL-SW
006200     IF WS-KMDIF-NUM > ZERO
006210         COMPUTE WS-KML-WK ROUNDED = WS-KMDIF-NUM / WS-LITROS-NUM
006220         IF WS-KML-WK > 999.99
006230             MOVE 999.99 TO WS-KML-NUM
006240         ELSE
006250             MOVE WS-KML-WK TO WS-KML-NUM
006260         END-IF
006270         PERFORM 5000-CONFERE-RENDIMENTO THRU 5000-EXIT
006280     END-IF
006290     OPEN EXTEND FUEL-LOG-FILE
006300     IF WS-ABS-FILE-STATUS = "35"
006310         OPEN OUTPUT FUEL-LOG-FILE
006320         CLOSE FUEL-LOG-FILE
006330         OPEN EXTEND FUEL-LOG-FILE
006340     END-IF
006350     MOVE SPACES         TO FUEL-LOG-RECORD
006360     MOVE WS-IN-VEIC     TO ABS-VEIC-ID
006370     MOVE WS-IN-DATA     TO ABS-DATA
006380     MOVE WS-LITROS-NUM  TO ABS-LITROS
006390     MOVE WS-PRECO-NUM   TO ABS-PRECO
006400     MOVE WS-VALOR-NUM   TO ABS-VALOR
006410     MOVE WS-ODO-NUM     TO ABS-ODOMETRO
006420     MOVE WS-KMDIF-NUM   TO ABS-KM
006430     MOVE WS-KML-NUM     TO ABS-KML
006440     MOVE WS-EXCECAO-WK  TO ABS-EXCECAO
006450     MOVE WS-OPERATOR-ID TO ABS-OPERATOR-ID
006460     WRITE FUEL-LOG-RECORD
006470     CLOSE FUEL-LOG-FILE
006480     MOVE WS-ODO-NUM TO WS-VE-ULT-ODO(WS-VE-IDX)
006490     MOVE WS-IN-DATA TO WS-VE-ULT-DATA(WS-VE-IDX)
006500     IF WS-KMDIF-NUM > ZERO AND WS-EXCECAO-WK = SPACES
006510         ADD WS-KMDIF-NUM  TO WS-VE-BASE-KM(WS-VE-IDX)
006520         ADD WS-LITROS-NUM TO WS-VE-BASE-LT(WS-VE-IDX)
006530         ADD 1             TO WS-VE-BASE-QTD(WS-VE-IDX)
006540     END-IF
006550     PERFORM 7000-WRITE-AUDIT-ABASTEC
006560     MOVE WS-VALOR-NUM TO WS-VALOR-ED
006570     IF WS-KMDIF-NUM = ZERO
006580         DISPLAY "ABASTECIMENTO GRAVADO - R$" WS-VALOR-ED
006590                 " (PRIMEIRO DO VEICULO, SO MARCA O ODOMETRO)"
006600         GO TO 2100-EXIT
006610     END-IF
006620     MOVE WS-KMDIF-NUM TO WS-KMD-ED
006630     MOVE WS-KML-NUM   TO WS-KML-ED
006640     DISPLAY "ABASTECIMENTO GRAVADO - R$" WS-VALOR-ED
006650             " KM " WS-KMD-ED " KM/L " WS-KML-ED
006660     IF NOT WS-TEM-NORMAL
006670         DISPLAY "  (MENOS DE " WS-MIN-AMOSTRA
006680                 " ABASTECIMENTOS NORMAIS - SEM CONFERENCIA)"
006690         GO TO 2100-EXIT
006700     END-IF
006710     MOVE WS-NORMAL-KML TO WS-KML-ED2
006720     IF WS-EXCECAO-WK = "B"
006730         DISPLAY "*** RENDIMENTO BAIXO - NORMAL DO VEICULO "
006740                 WS-KML-ED2 " KM/L - CONFERIR DESVIO"
006750     END-IF
006760     IF WS-EXCECAO-WK = "A"
006770         DISPLAY "*** RENDIMENTO ALTO - NORMAL DO VEICULO "
006780                 WS-KML-ED2 " KM/L - CONFERIR ODOMETRO/TANQUE"
006790     END-IF.
006800 2100-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840*  2200-RELATORIO
006850*  RELATORIO DO MES (ABASTRPT): POR VEICULO, ABASTECIMENTOS,
006860*  LITROS, KM, KM/L DO MES E O RENDIMENTO NORMAL; DEPOIS, CADA
006870*  ABASTECIMENTO DO MES MARCADO COMO EXCECAO.
006880******************************************************************
006890 2200-RELATORIO.
006900     DISPLAY "MES DO RELATORIO (AAAAMM):"
006910     PERFORM 2060-PEDE-MES THRU 2060-EXIT
006920     IF WS-IN-MES = SPACES
006930         DISPLAY "MES INVALIDO - RELATORIO CANCELADO"
006940         GO TO 2200-EXIT
006950     END-IF
006960     PERFORM 2210-ACUMULA-MES THRU 2210-EXIT
006970     OPEN OUTPUT FUEL-REPORT-FILE
006980     MOVE SPACES TO REPORT-LINE
006990     STRING "RENDIMENTO DO COMBUSTIVEL DO MES " WS-IN-MES
007000            " - EMITIDO EM " WS-HOJE
007010         DELIMITED BY SIZE INTO REPORT-LINE
007020     WRITE REPORT-LINE
007030     MOVE SPACES TO REPORT-LINE
007040     STRING "EXCECAO = KM/L FORA DE " WS-TOLERANCIA
007050            "% DO NORMAL DO VEICULO (B=BAIXO, A=ALTO)"
007060         DELIMITED BY SIZE INTO REPORT-LINE
007070     WRITE REPORT-LINE
007080     MOVE SPACES TO REPORT-LINE
007090     WRITE REPORT-LINE
007100     MOVE SPACES TO REPORT-LINE
007110     STRING "  VEICUL ABAST     LITROS      KM"
007120            "   KM/L NORMAL EXC      VALOR"
007130         DELIMITED BY SIZE INTO REPORT-LINE
007140     WRITE REPORT-LINE
007150     PERFORM 2220-RELATA-VEICULO THRU 2220-EXIT
007160         VARYING WS-SCAN FROM 1 BY 1
007170         UNTIL WS-SCAN > WS-VE-COUNT
007180     MOVE SPACES TO REPORT-LINE
007190     WRITE REPORT-LINE
007200     MOVE WS-RL-ABAST  TO WS-QTD-ED
007210     MOVE WS-RL-LITROS TO WS-LT-ED
007220     MOVE WS-RL-VALOR  TO WS-VALOR-ED
007230     MOVE SPACES TO REPORT-LINE
007240     STRING "TOTAL ABASTECIMENTOS " WS-QTD-ED
007250            " LITROS " WS-LT-ED
007260            " VALOR R$" WS-VALOR-ED
007270         DELIMITED BY SIZE INTO REPORT-LINE
007280     WRITE REPORT-LINE
007290     MOVE SPACES TO REPORT-LINE
007300     WRITE REPORT-LINE
007310     MOVE WS-RL-EXCECOES TO WS-QTD-ED
007320     MOVE SPACES TO REPORT-LINE
007330     STRING "EXCECOES DO MES: " WS-QTD-ED
007340         DELIMITED BY SIZE INTO REPORT-LINE
007350     WRITE REPORT-LINE
007360     IF WS-RL-EXCECOES > ZERO
007370         MOVE SPACES TO REPORT-LINE
007380         STRING "  VEICUL DATA      ODOMETRO      KM"
007390                "     LITROS   KM/L RENDIM."
007400             DELIMITED BY SIZE INTO REPORT-LINE
007410         WRITE REPORT-LINE
007420         MOVE "N" TO WS-ABS-EOF-SW
007430         OPEN INPUT FUEL-LOG-FILE
007440         PERFORM 2230-RELATA-EXCECAO THRU 2230-EXIT
007450             UNTIL WS-ABS-EOF
007460         CLOSE FUEL-LOG-FILE
007470     END-IF
007480     CLOSE FUEL-REPORT-FILE
007490     DISPLAY "MES " WS-IN-MES " ABASTECIMENTOS " WS-RL-ABAST
007500             " EXCECOES " WS-RL-EXCECOES
007510             " - RELATORIO EM ABASTRPT"
007520     PERFORM 7100-WRITE-AUDIT-RELATORIO.
007530 2200-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570*  2210-ACUMULA-MES
007580*  SOMA POR VEICULO OS ABASTECIMENTOS DO MES (WS-IN-MES). O KM/L
007590*  DO MES SO USA OS LITROS DOS ABASTECIMENTOS QUE TEM KM.
007600******************************************************************
007610 2210-ACUMULA-MES.
007620     MOVE ZERO TO WS-RL-ABAST WS-RL-EXCECOES WS-RL-LITROS
007630                  WS-RL-VALOR
007640     PERFORM 2215-ZERA-MES THRU 2215-EXIT
007650         VARYING WS-SCAN FROM 1 BY 1
007660         UNTIL WS-SCAN > WS-VE-COUNT
007670     MOVE "N" TO WS-ABS-EOF-SW
007680     OPEN INPUT FUEL-LOG-FILE
007690     IF WS-ABS-FILE-STATUS NOT = "00"
007700         GO TO 2210-EXIT
007710     END-IF
007720     PERFORM 2216-SOMA-ABASTEC THRU 2216-EXIT
007730         UNTIL WS-ABS-EOF
007740     CLOSE FUEL-LOG-FILE.
007750 2210-EXIT.
007760     EXIT.
007770
007780 2215-ZERA-MES.
007790     SET WS-VE-IDX TO WS-SCAN
007800     MOVE ZERO TO WS-VE-MES-QTD(WS-VE-IDX)
007810                  WS-VE-MES-EXC(WS-VE-IDX)
007820                  WS-VE-MES-LT(WS-VE-IDX)
007830                  WS-VE-MES-LT-REND(WS-VE-IDX)
007840                  WS-VE-MES-KM(WS-VE-IDX)
007850                  WS-VE-MES-VALOR(WS-VE-IDX).
007860 2215-EXIT.
007870     EXIT.
007880
007890 2216-SOMA-ABASTEC.
007900     READ FUEL-LOG-FILE
007910         AT END
007920             MOVE "Y" TO WS-ABS-EOF-SW
007930             GO TO 2216-EXIT
007940     END-READ
007950     IF ABS-DATA(1:6) NOT = WS-IN-MES
007960         OR ABS-LITROS NOT NUMERIC OR ABS-VALOR NOT NUMERIC
007970         OR ABS-KM NOT NUMERIC
007980         GO TO 2216-EXIT
007990     END-IF
008000     MOVE ABS-VEIC-ID TO WS-IN-VEIC
008010     PERFORM 8100-FIND-VEICULO THRU 8100-EXIT
008020     IF NOT WS-FOUND
008030         GO TO 2216-EXIT
008040     END-IF
008050     ADD 1          TO WS-VE-MES-QTD(WS-VE-IDX) WS-RL-ABAST
008060     ADD ABS-LITROS TO WS-VE-MES-LT(WS-VE-IDX) WS-RL-LITROS
008070     ADD ABS-VALOR  TO WS-VE-MES-VALOR(WS-VE-IDX) WS-RL-VALOR
008080     IF ABS-KM > ZERO
008090         ADD ABS-KM     TO WS-VE-MES-KM(WS-VE-IDX)
008100         ADD ABS-LITROS TO WS-VE-MES-LT-REND(WS-VE-IDX)
008110     END-IF
008120     IF NOT ABS-RENDIMENTO-NORMAL
008130         ADD 1 TO WS-VE-MES-EXC(WS-VE-IDX) WS-RL-EXCECOES
008140     END-IF.
008150 2216-EXIT.
008160     EXIT.
008170
008180 2220-RELATA-VEICULO.
008190     SET WS-VE-IDX TO WS-SCAN
008200     IF WS-VE-MES-QTD(WS-VE-IDX) = ZERO
008210         GO TO 2220-EXIT
008220     END-IF
008230     MOVE SPACES TO REPORT-LINE
008240     MOVE WS-VE-ID(WS-VE-IDX)      TO REPORT-LINE(3:6)
008250     MOVE WS-VE-MES-QTD(WS-VE-IDX) TO WS-QTD-ED
008260     MOVE WS-QTD-ED                TO REPORT-LINE(10:5)
008270     MOVE WS-VE-MES-LT(WS-VE-IDX)  TO WS-LT-ED
008280     MOVE WS-LT-ED                 TO REPORT-LINE(16:10)
008290     MOVE WS-VE-MES-KM(WS-VE-IDX)  TO WS-KM-ED
008300     MOVE WS-KM-ED                 TO REPORT-LINE(27:7)
008310     IF WS-VE-MES-LT-REND(WS-VE-IDX) > ZERO
008320         COMPUTE WS-KML-WK ROUNDED = WS-VE-MES-KM(WS-VE-IDX)
008330                                   / WS-VE-MES-LT-REND(WS-VE-IDX)
008340         IF WS-KML-WK > 999.99
008350             MOVE 999.99 TO WS-KML-WK
008360         END-IF
008370         MOVE WS-KML-WK TO WS-KML-ED
008380         MOVE WS-KML-ED TO REPORT-LINE(35:6)
008390     END-IF
008400     PERFORM 5100-CALCULA-NORMAL THRU 5100-EXIT
008410     IF WS-TEM-NORMAL
008420         MOVE WS-NORMAL-KML TO WS-KML-ED2
008430         MOVE WS-KML-ED2    TO REPORT-LINE(42:6)
008440     END-IF
008450     MOVE WS-VE-MES-EXC(WS-VE-IDX)   TO WS-EXC-ED
008460     MOVE WS-EXC-ED                  TO REPORT-LINE(49:3)
008470     MOVE WS-VE-MES-VALOR(WS-VE-IDX) TO WS-VALOR-ED
008480     MOVE WS-VALOR-ED                TO REPORT-LINE(53:10)
008490     WRITE REPORT-LINE.
008500 2220-EXIT.
008510     EXIT.
008520
008530 2230-RELATA-EXCECAO.
008540     READ FUEL-LOG-FILE
008550         AT END
008560             MOVE "Y" TO WS-ABS-EOF-SW
008570             GO TO 2230-EXIT
008580     END-READ
008590     IF ABS-DATA(1:6) NOT = WS-IN-MES
008600         OR ABS-RENDIMENTO-NORMAL
008610         GO TO 2230-EXIT
008620     END-IF
008630     MOVE SPACES TO REPORT-LINE
008640     MOVE ABS-VEIC-ID  TO REPORT-LINE(3:6)
008650     MOVE ABS-DATA     TO REPORT-LINE(10:8)
008660     MOVE ABS-ODOMETRO TO WS-KM-ED
008670     MOVE WS-KM-ED     TO REPORT-LINE(21:7)
008680     MOVE ABS-KM       TO WS-KMD-ED
008690     MOVE WS-KMD-ED    TO REPORT-LINE(29:7)
008700     MOVE ABS-LITROS   TO WS-LT-ED
008710     MOVE WS-LT-ED     TO REPORT-LINE(37:10)
008720     MOVE ABS-KML      TO WS-KML-ED
008730     MOVE WS-KML-ED    TO REPORT-LINE(48:6)
008740     IF ABS-RENDIMENTO-BAIXO
008750         MOVE "BAIXO"  TO REPORT-LINE(55:5)
008760     ELSE
008770         MOVE "ALTO"   TO REPORT-LINE(55:4)
008780     END-IF
008790     WRITE REPORT-LINE.
008800 2230-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840*  2300-FECHA-MES
008850*  FECHAMENTO DO MES: RATEIA O VALOR ABASTECIDO POR VEICULO ENTRE
008860*  AS ROTAS QUE ELE RODOU NO MES E GRAVA NO ROTACUST UMA LINHA DE
008870*  COMBUSTIVEL POR ROTA. SO MES ENCERRADO; MES COM COMBUSTIVEL JA
008880*  NO ROTACUST E RECUSADO.
008890******************************************************************
008900 2300-FECHA-MES.
008910     DISPLAY "MES A FECHAR (AAAAMM):"
008920     PERFORM 2060-PEDE-MES THRU 2060-EXIT
008930     IF WS-IN-MES = SPACES
008940         DISPLAY "MES INVALIDO - FECHAMENTO CANCELADO"
008950         GO TO 2300-EXIT
008960     END-IF
008970     IF WS-IN-MES = WS-HOJE(1:6)
008980         DISPLAY "MES CORRENTE AINDA NAO ENCERRADO - FECHAMENTO"
008990                 " CANCELADO"
009000         GO TO 2300-EXIT
009010     END-IF
009020     PERFORM 2310-CONFERE-MES THRU 2310-EXIT
009030     IF WS-FOUND
009040         DISPLAY "COMBUSTIVEL DE " WS-IN-MES " JA LANCADO NO"
009050                 " ROTACUST - FECHAMENTO CANCELADO"
009060         GO TO 2300-EXIT
009070     END-IF
009080     PERFORM 2210-ACUMULA-MES THRU 2210-EXIT
009090     IF WS-RL-VALOR = ZERO
009100         DISPLAY "NENHUM ABASTECIMENTO EM " WS-IN-MES
009110                 " - NADA LANCADO"
009120         GO TO 2300-EXIT
009130     END-IF
009140     MOVE ZERO TO WS-FM-SEM-VEICULO
009150     PERFORM 2320-ZERA-PARTIDA THRU 2320-EXIT
009160         VARYING WS-SCAN FROM 1 BY 1
009170         UNTIL WS-SCAN > WS-TV-COUNT
009180     MOVE "N" TO WS-TICKET-EOF-SW
009190     OPEN INPUT TICKETS-FILE
009200     IF WS-TICKETS-FILE-STATUS NOT = "00"
009210         MOVE "Y" TO WS-TICKET-EOF-SW
009220     ELSE
009230         PERFORM 2325-LE-PASSAGEM THRU 2325-EXIT
009240             UNTIL WS-TICKET-EOF
009250         CLOSE TICKETS-FILE
009260     END-IF
009270     PERFORM 2328-CONTA-DIAS THRU 2328-EXIT
009280         VARYING WS-SCAN FROM 1 BY 1
009290         UNTIL WS-SCAN > WS-TV-COUNT
009300     MOVE ZERO TO WS-RT-COUNT WS-FM-RATEADO WS-FM-NAO-RATEADO
009310                  WS-FM-ROTAS
009320     MOVE WS-RL-VALOR TO WS-FM-VALOR
009330     OPEN OUTPUT FUEL-REPORT-FILE
009340     MOVE SPACES TO REPORT-LINE
009350     STRING "RATEIO DO COMBUSTIVEL DO MES " WS-IN-MES
009360            " - EMITIDO EM " WS-HOJE
009370         DELIMITED BY SIZE INTO REPORT-LINE
009380     WRITE REPORT-LINE
009390     MOVE SPACES TO REPORT-LINE
009400     WRITE REPORT-LINE
009410     MOVE "  VEICUL ROTA PARTIDAS       KM      VALOR"
009420         TO REPORT-LINE
009430     WRITE REPORT-LINE
009440     PERFORM 2330-RATEIA-VEICULO THRU 2330-EXIT
009450         VARYING WS-SCAN FROM 1 BY 1
009460         UNTIL WS-SCAN > WS-VE-COUNT
009470     MOVE SPACES TO REPORT-LINE
009480     WRITE REPORT-LINE
009490     MOVE "LANCADO NO ROTACUST (COMBUSTIVEL):" TO REPORT-LINE
009500     WRITE REPORT-LINE
009510     OPEN EXTEND ROUTE-COST-FILE
009520     IF WS-CUSTO-FILE-STATUS = "35"
009530         OPEN OUTPUT ROUTE-COST-FILE
009540         CLOSE ROUTE-COST-FILE
009550         OPEN EXTEND ROUTE-COST-FILE
009560     END-IF
009570     PERFORM 2360-GRAVA-ROTA THRU 2360-EXIT
009580         VARYING WS-SCAN FROM 1 BY 1
009590         UNTIL WS-SCAN > WS-RT-COUNT
009600     CLOSE ROUTE-COST-FILE
009610     MOVE SPACES TO REPORT-LINE
009620     WRITE REPORT-LINE
009630     MOVE WS-FM-VALOR TO WS-VALOR-ED
009640     MOVE SPACES TO REPORT-LINE
009650     STRING "ABASTECIDO NO MES R$" WS-VALOR-ED
009660         DELIMITED BY SIZE INTO REPORT-LINE
009670     WRITE REPORT-LINE
009680     MOVE WS-FM-RATEADO TO WS-VALOR-ED
009690     MOVE SPACES TO REPORT-LINE
009700     STRING "RATEADO ENTRE AS ROTAS R$" WS-VALOR-ED
009710         DELIMITED BY SIZE INTO REPORT-LINE
009720     WRITE REPORT-LINE
009730     IF WS-FM-NAO-RATEADO > ZERO
009740         MOVE WS-FM-NAO-RATEADO TO WS-VALOR-ED
009750         MOVE SPACES TO REPORT-LINE
009760         STRING "*** NAO LANCADO (VEICULO SEM ROTA) R$"
009770                WS-VALOR-ED
009780             DELIMITED BY SIZE INTO REPORT-LINE
009790         WRITE REPORT-LINE
009800     END-IF
009810     IF WS-FM-SEM-VEICULO > ZERO
009820         MOVE SPACES TO REPORT-LINE
009830         STRING "*** PASSAGENS DE PARTIDA SEM VEICULO NO"
009840                " TRIPVEIC: "
009850                WS-FM-SEM-VEICULO
009860             DELIMITED BY SIZE INTO REPORT-LINE
009870         WRITE REPORT-LINE
009880     END-IF
009890     CLOSE FUEL-REPORT-FILE
009900     MOVE WS-FM-RATEADO TO WS-VALOR-ED
009910     DISPLAY "MES " WS-IN-MES " RATEADO R$" WS-VALOR-ED
009920             " EM " WS-FM-ROTAS " ROTA(S) - DETALHE EM ABASTRPT"
009930     IF WS-FM-NAO-RATEADO > ZERO
009940         MOVE WS-FM-NAO-RATEADO TO WS-VALOR-ED
009950         DISPLAY "*** NAO LANCADO (VEICULO SEM ROTA) R$"
009960                 WS-VALOR-ED
009970     END-IF
009980     PERFORM 7200-WRITE-AUDIT-FECHAMENTO.
009990 2300-EXIT.
010000     EXIT.
010010
010020 2310-CONFERE-MES.
010030     MOVE "N" TO WS-FOUND-SW
010040     MOVE "N" TO WS-CUSTO-EOF-SW
010050     OPEN INPUT ROUTE-COST-FILE
010060     IF WS-CUSTO-FILE-STATUS NOT = "00"
010070         GO TO 2310-EXIT
010080     END-IF
010090     PERFORM 2315-CONFERE-CUSTO THRU 2315-EXIT
010100         UNTIL WS-CUSTO-EOF OR WS-FOUND
010110     CLOSE ROUTE-COST-FILE.
010120 2310-EXIT.
010130     EXIT.
010140
010150 2315-CONFERE-CUSTO.
010160     READ ROUTE-COST-FILE
010170         AT END
010180             MOVE "Y" TO WS-CUSTO-EOF-SW
010190             GO TO 2315-EXIT
010200     END-READ
010210     IF CUSTO-MES = WS-IN-MES AND CUSTO-CATEG = "COMBUSTIVEL"
010220         MOVE "Y" TO WS-FOUND-SW
010230     END-IF.
010240 2315-EXIT.
010250     EXIT.
010260
010270 2320-ZERA-PARTIDA.
010280     SET WS-TV-IDX TO WS-SCAN
010290     MOVE SPACES TO WS-TV-DIAS(WS-TV-IDX)
010300     MOVE ZERO   TO WS-TV-NDIAS(WS-TV-IDX).
010310 2320-EXIT.
010320     EXIT.
010330
010340******************************************************************
010350*  2325-LE-PASSAGEM
010360*  MARCA O DIA DO MES EM QUE CADA PARTIDA DO TRIPVEIC RODOU (TEM
010370*  PASSAGEM NO TICKETS, REVERSOES FORA).
010380******************************************************************
010390 2325-LE-PASSAGEM.
010400     READ TICKETS-FILE
010410         AT END
010420             MOVE "Y" TO WS-TICKET-EOF-SW
010430             GO TO 2325-EXIT
010440     END-READ
010450     IF TICKET-DATE(1:6) NOT = WS-IN-MES
010460         OR TICKET-TARIFA < ZERO
010470         OR TICKET-TRIP-ID = SPACES
010480         GO TO 2325-EXIT
010490     END-IF
010500     MOVE TICKET-DATE(7:2) TO WS-DIA-X
010510     IF WS-DIA-X NOT NUMERIC
010520         GO TO 2325-EXIT
010530     END-IF
010540     MOVE WS-DIA-X TO WS-DIA-NUM
010550     IF WS-DIA-NUM < 1 OR WS-DIA-NUM > 31
010560         GO TO 2325-EXIT
010570     END-IF
010580     PERFORM 8500-FIND-PARTIDA THRU 8500-EXIT
010590     IF NOT WS-FOUND
010600         ADD 1 TO WS-FM-SEM-VEICULO
010610         GO TO 2325-EXIT
010620     END-IF
010630     MOVE "S" TO WS-TV-DIAS(WS-TV-IDX)(WS-DIA-NUM:1).
010640 2325-EXIT.
010650     EXIT.
010660
010670 2328-CONTA-DIAS.
010680     SET WS-TV-IDX TO WS-SCAN
010690     INSPECT WS-TV-DIAS(WS-TV-IDX)
010700         TALLYING WS-TV-NDIAS(WS-TV-IDX) FOR ALL "S".
010710 2328-EXIT.
010720     EXIT.
010730
010740******************************************************************
010750*  2330-RATEIA-VEICULO
010760*  RATEIA O VALOR DO MES DO VEICULO ENTRE AS ROTAS DAS PARTIDAS
010770*  DELE QUE RODARAM NO MES, PELOS KM (DIAS X EXTENSAO DA ROTA; SEM
010780*  EXTENSAO NO STOPMAST, PELOS DIAS). A ULTIMA ROTA COM PESO FICA
010790*  COM A SOBRA DOS CENTAVOS. VEICULO SEM PARTIDA NO MES PEDE A
010800*  ROTA (BRANCO = NAO LANCAR).
010810******************************************************************
010820 2330-RATEIA-VEICULO.
010830     SET WS-VE-IDX TO WS-SCAN
010840     IF WS-VE-MES-VALOR(WS-VE-IDX) = ZERO
010850         GO TO 2330-EXIT
010860     END-IF
010870     MOVE WS-VE-ID(WS-VE-IDX) TO WS-IN-VEIC
010880     MOVE ZERO TO WS-RA-COUNT WS-RA-TOTAL-PESO WS-RA-TOTAL-PART
010890                  WS-RA-LANCADO
010900     PERFORM 2335-SOMA-ROTA THRU 2335-EXIT
010910         VARYING WS-SCAN2 FROM 1 BY 1
010920         UNTIL WS-SCAN2 > WS-TV-COUNT
010930     IF WS-RA-COUNT = ZERO
010940         MOVE WS-VE-MES-VALOR(WS-VE-IDX) TO WS-VALOR-ED
010950         DISPLAY "VEICULO " WS-IN-VEIC " SEM PARTIDA EM "
010960                 WS-IN-MES
010970                 " (R$" WS-VALOR-ED ") - ROTA DO COMBUSTIVEL"
010980                 " (BRANCO = NAO LANCAR):"
010990         ACCEPT WS-IN-ROTA
011000         IF WS-IN-ROTA = SPACES
011010             ADD WS-VE-MES-VALOR(WS-VE-IDX) TO WS-FM-NAO-RATEADO
011020             MOVE SPACES TO REPORT-LINE
011030             MOVE WS-IN-VEIC  TO REPORT-LINE(3:6)
011040             MOVE "SEM ROTA - NAO LANCADO" TO REPORT-LINE(10:22)
011050             MOVE WS-VALOR-ED TO REPORT-LINE(33:10)
011060             WRITE REPORT-LINE
011070             GO TO 2330-EXIT
011080         END-IF
011090         MOVE 1 TO WS-RA-COUNT WS-RA-TOTAL-PART
011100         SET WS-RA-IDX TO 1
011110         MOVE WS-IN-ROTA TO WS-RA-ROTA(WS-RA-IDX)
011120         MOVE ZERO       TO WS-RA-PESO(WS-RA-IDX)
011130         MOVE 1          TO WS-RA-PARTIDAS(WS-RA-IDX)
011140     END-IF
011150     MOVE WS-RA-COUNT TO WS-RA-ULTIMA
011160     IF WS-RA-TOTAL-PESO > ZERO
011170         PERFORM 2345-ACHA-ULTIMA THRU 2345-EXIT
011180             VARYING WS-SCAN2 FROM 1 BY 1
011190             UNTIL WS-SCAN2 > WS-RA-COUNT
011200     END-IF
011210     PERFORM 2350-LANCA-PARCELA THRU 2350-EXIT
011220         VARYING WS-SCAN2 FROM 1 BY 1
011230         UNTIL WS-SCAN2 > WS-RA-COUNT.
011240 2330-EXIT.
011250     EXIT.
011260
011270 2335-SOMA-ROTA.
011280     SET WS-TV-IDX TO WS-SCAN2
011290     IF WS-TV-VEIC(WS-TV-IDX) NOT = WS-IN-VEIC
011300         OR WS-TV-NDIAS(WS-TV-IDX) = ZERO
011310         GO TO 2335-EXIT
011320     END-IF
011330     MOVE WS-TV-TRIP(WS-TV-IDX)(1:3) TO WS-IN-ROTA
011340     MOVE "N" TO WS-FOUND-SW
011350     PERFORM 2340-MATCH-ROTA THRU 2340-EXIT
011360         VARYING WS-RA-IDX FROM 1 BY 1
011370         UNTIL WS-RA-IDX > WS-RA-COUNT OR WS-FOUND
011380     IF WS-FOUND
011390         SET WS-RA-IDX DOWN BY 1
011400     ELSE
011410         IF WS-RA-COUNT >= 20
011420             GO TO 2335-EXIT
011430         END-IF
011440         ADD 1 TO WS-RA-COUNT
011450         SET WS-RA-IDX TO WS-RA-COUNT
011460         MOVE WS-IN-ROTA TO WS-RA-ROTA(WS-RA-IDX)
011470         MOVE ZERO       TO WS-RA-PESO(WS-RA-IDX)
011480                            WS-RA-PARTIDAS(WS-RA-IDX)
011490     END-IF
011500     ADD WS-TV-NDIAS(WS-TV-IDX) TO WS-RA-PARTIDAS(WS-RA-IDX)
011510                                   WS-RA-TOTAL-PART
011520     PERFORM 8300-FIND-EXTENSAO THRU 8300-EXIT
011530     IF WS-FOUND
011540         COMPUTE WS-RA-PESO(WS-RA-IDX) = WS-RA-PESO(WS-RA-IDX)
011550             + WS-TV-NDIAS(WS-TV-IDX) * WS-ST-KM(WS-ST-IDX)
011560         COMPUTE WS-RA-TOTAL-PESO = WS-RA-TOTAL-PESO
011570             + WS-TV-NDIAS(WS-TV-IDX) * WS-ST-KM(WS-ST-IDX)
011580     END-IF.
011590 2335-EXIT.
011600     EXIT.
011610
011620 2340-MATCH-ROTA.
011630     IF WS-RA-ROTA(WS-RA-IDX) = WS-IN-ROTA
011640         MOVE "Y" TO WS-FOUND-SW
011650     END-IF.
011660 2340-EXIT.
011670     EXIT.
011680
011690 2345-ACHA-ULTIMA.
011700     SET WS-RA-IDX TO WS-SCAN2
011710     IF WS-RA-PESO(WS-RA-IDX) > ZERO
011720         MOVE WS-SCAN2 TO WS-RA-ULTIMA
011730     END-IF.
011740 2345-EXIT.
011750     EXIT.
011760
011770 2350-LANCA-PARCELA.
011780     SET WS-RA-IDX TO WS-SCAN2
011790     IF WS-SCAN2 = WS-RA-ULTIMA
011800         COMPUTE WS-RA-VALOR(WS-RA-IDX) =
011810             WS-VE-MES-VALOR(WS-VE-IDX) - WS-RA-LANCADO
011820     ELSE
011830         IF WS-RA-TOTAL-PESO > ZERO
011840             COMPUTE WS-RA-VALOR(WS-RA-IDX) =
011850                 WS-VE-MES-VALOR(WS-VE-IDX)
011860                 * WS-RA-PESO(WS-RA-IDX) / WS-RA-TOTAL-PESO
011870         ELSE
011880             COMPUTE WS-RA-VALOR(WS-RA-IDX) =
011890                 WS-VE-MES-VALOR(WS-VE-IDX)
011900                 * WS-RA-PARTIDAS(WS-RA-IDX) / WS-RA-TOTAL-PART
011910         END-IF
011920     END-IF
011930     ADD WS-RA-VALOR(WS-RA-IDX) TO WS-RA-LANCADO
011940     IF WS-RA-VALOR(WS-RA-IDX) = ZERO
011950         GO TO 2350-EXIT
011960     END-IF
011970     MOVE SPACES TO REPORT-LINE
011980     MOVE WS-IN-VEIC               TO REPORT-LINE(3:6)
011990     MOVE WS-RA-ROTA(WS-RA-IDX)    TO REPORT-LINE(10:3)
012000     MOVE WS-RA-PARTIDAS(WS-RA-IDX) TO WS-QTD-ED
012010     MOVE WS-QTD-ED                TO REPORT-LINE(18:5)
012020     MOVE WS-RA-PESO(WS-RA-IDX)    TO WS-KM-ED
012030     MOVE WS-KM-ED                 TO REPORT-LINE(25:7)
012040     MOVE WS-RA-VALOR(WS-RA-IDX)   TO WS-VALOR-ED
012050     MOVE WS-VALOR-ED              TO REPORT-LINE(33:10)
012060     WRITE REPORT-LINE
012070     MOVE WS-RA-ROTA(WS-RA-IDX) TO WS-IN-ROTA
012080     MOVE "N" TO WS-FOUND-SW
012090     PERFORM 2355-MATCH-TOTAL THRU 2355-EXIT
012100         VARYING WS-RT-IDX FROM 1 BY 1
012110         UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-FOUND
012120     IF WS-FOUND
012130         SET WS-RT-IDX DOWN BY 1
012140     ELSE
012150         IF WS-RT-COUNT >= 50
012160             ADD WS-RA-VALOR(WS-RA-IDX) TO WS-FM-NAO-RATEADO
012170             GO TO 2350-EXIT
012180         END-IF
012190         ADD 1 TO WS-RT-COUNT
012200         SET WS-RT-IDX TO WS-RT-COUNT
012210         MOVE WS-IN-ROTA TO WS-RT-ROTA(WS-RT-IDX)
012220         MOVE ZERO       TO WS-RT-VALOR(WS-RT-IDX)
012230     END-IF
012240     ADD WS-RA-VALOR(WS-RA-IDX) TO WS-RT-VALOR(WS-RT-IDX)
012250                                   WS-FM-RATEADO.
012260 2350-EXIT.
012270     EXIT.
012280
012290 2355-MATCH-TOTAL.
012300     IF WS-RT-ROTA(WS-RT-IDX) = WS-IN-ROTA
012310         MOVE "Y" TO WS-FOUND-SW
012320     END-IF.
012330 2355-EXIT.
012340     EXIT.
012350
012360 2360-GRAVA-ROTA.
012370     SET WS-RT-IDX TO WS-SCAN
012380     MOVE SPACES                TO ROUTE-COST-RECORD
012390     MOVE WS-RT-ROTA(WS-RT-IDX) TO CUSTO-ROTA
012400     MOVE WS-IN-MES             TO CUSTO-MES
012410     MOVE "COMBUSTIVEL"         TO CUSTO-CATEG
012420     MOVE WS-RT-VALOR(WS-RT-IDX) TO CUSTO-VALOR
012430     WRITE ROUTE-COST-RECORD
012440     ADD 1 TO WS-FM-ROTAS
012450     MOVE WS-RT-VALOR(WS-RT-IDX) TO WS-VALOR-ED
012460     MOVE SPACES TO REPORT-LINE
012470     STRING "  ROTA " WS-RT-ROTA(WS-RT-IDX)
012480            " " WS-IN-MES " COMBUSTIVEL R$" WS-VALOR-ED
012490         DELIMITED BY SIZE INTO REPORT-LINE
012500     WRITE REPORT-LINE.
012510 2360-EXIT.
012520     EXIT.
012530
012540******************************************************************
012550*  5000-CONFERE-RENDIMENTO
012560*  CONFERE O KM/L DO ABASTECIMENTO (WS-KML-NUM) CONTRA A FAIXA DO
012570*  RENDIMENTO NORMAL DO VEICULO E MARCA A EXCECAO.
012580******************************************************************
012590 5000-CONFERE-RENDIMENTO.
012600     PERFORM 5100-CALCULA-NORMAL THRU 5100-EXIT
012610     IF NOT WS-TEM-NORMAL
012620         GO TO 5000-EXIT
012630     END-IF
012637     SUBTRACT WS-TOLERANCIA FROM 100 GIVING WS-PCT-FAIXA
012644     COMPUTE WS-LIM-BAIXO ROUNDED =
012651         WS-NORMAL-KML * WS-PCT-FAIXA / 100
012658     ADD WS-TOLERANCIA 100 GIVING WS-PCT-FAIXA
012665     COMPUTE WS-LIM-ALTO ROUNDED =
012672         WS-NORMAL-KML * WS-PCT-FAIXA / 100
012680     IF WS-KML-NUM < WS-LIM-BAIXO
012690         MOVE "B" TO WS-EXCECAO-WK
012700     END-IF
012710     IF WS-KML-NUM > WS-LIM-ALTO
012720         MOVE "A" TO WS-EXCECAO-WK
012730     END-IF.
012740 5000-EXIT.
012750     EXIT.
012760
012770******************************************************************
012780*  5100-CALCULA-NORMAL
012790*  RENDIMENTO NORMAL DO VEICULO (WS-VE-IDX): TOTAL DE KM SOBRE
012800*  TOTAL DE LITROS DOS ABASTECIMENTOS NORMAIS, QUANDO HA PELO
012810*  MENOS WS-MIN-AMOSTRA DELES.
012820******************************************************************
012830 5100-CALCULA-NORMAL.
012840     MOVE "N" TO WS-NORMAL-SW
012850     MOVE ZERO TO WS-NORMAL-KML
012860     IF WS-VE-BASE-QTD(WS-VE-IDX) < WS-MIN-AMOSTRA
012870         OR WS-VE-BASE-LT(WS-VE-IDX) = ZERO
012880         GO TO 5100-EXIT
012890     END-IF
012900     COMPUTE WS-KML-WK ROUNDED =
012910         WS-VE-BASE-KM(WS-VE-IDX) / WS-VE-BASE-LT(WS-VE-IDX)
012920     IF WS-KML-WK > 999.99
012930         MOVE 999.99 TO WS-KML-WK
012940     END-IF
012950     MOVE WS-KML-WK TO WS-NORMAL-KML
012960     MOVE "Y" TO WS-NORMAL-SW.
012970 5100-EXIT.
012980     EXIT.
012990
013000******************************************************************
013010*  7000-WRITE-AUDIT-ABASTEC
013020*  GRAVA O ABASTECIMENTO NA TRILHA DE AUDITORIA.
013030******************************************************************
013040 7000-WRITE-AUDIT-ABASTEC.
013050     MOVE "ABASTEC"          TO AUDIT-PROGRAM-ID
013060     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
013070     ACCEPT AUDIT-TIME FROM TIME
013080     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
013090     MOVE WS-IN-VEIC          TO AUDIT-KEY
013100     MOVE SPACES              TO AUDIT-DETAIL
013110     MOVE WS-LITROS-NUM       TO WS-LT-ED
013120     MOVE WS-VALOR-NUM        TO WS-VALOR-ED
013130     MOVE WS-KML-NUM          TO WS-KML-ED
013140     STRING "ABASTEC DIA=" WS-IN-DATA
013150            " LT=" WS-LT-ED
013160            " R$" WS-VALOR-ED
013170            " KM/L=" WS-KML-ED
013180            " EXC=" WS-EXCECAO-WK
013190         DELIMITED BY SIZE INTO AUDIT-DETAIL
013200     CALL "AUDITWR" USING AUDIT-RECORD.
013210
013220******************************************************************
013230*  7100-WRITE-AUDIT-RELATORIO
013240*  GRAVA A EMISSAO DO RELATORIO NA TRILHA DE AUDITORIA.
013250******************************************************************
013260 7100-WRITE-AUDIT-RELATORIO.
013270     MOVE "ABASTEC"          TO AUDIT-PROGRAM-ID
013280     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
013290     ACCEPT AUDIT-TIME FROM TIME
013300     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
013310     MOVE WS-IN-MES           TO AUDIT-KEY
013320     MOVE SPACES              TO AUDIT-DETAIL
013330     STRING "RENDIMENTO ABASTECIMENTOS=" WS-RL-ABAST
013340            " EXCECOES=" WS-RL-EXCECOES
013350         DELIMITED BY SIZE INTO AUDIT-DETAIL
013360     CALL "AUDITWR" USING AUDIT-RECORD.
013370
013380******************************************************************
013390*  7200-WRITE-AUDIT-FECHAMENTO
013400*  GRAVA O FECHAMENTO DO MES NA TRILHA DE AUDITORIA.
013410******************************************************************
013420 7200-WRITE-AUDIT-FECHAMENTO.
013430     MOVE "ABASTEC"          TO AUDIT-PROGRAM-ID
013440     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
013450     ACCEPT AUDIT-TIME FROM TIME
013460     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
013470     MOVE WS-IN-MES           TO AUDIT-KEY
013480     MOVE SPACES              TO AUDIT-DETAIL
013490     MOVE WS-FM-RATEADO       TO WS-VALOR-ED
013500     MOVE WS-FM-NAO-RATEADO   TO WS-LT-ED
013510     STRING "FECHAMENTO RATEADO R$" WS-VALOR-ED
013520            " ROTAS=" WS-FM-ROTAS
013530            " NAO LANCADO R$" WS-LT-ED
013540         DELIMITED BY SIZE INTO AUDIT-DETAIL
013550     CALL "AUDITWR" USING AUDIT-RECORD.
013560
013570******************************************************************
013580*  8100-FIND-VEICULO
013590*  LOCALIZA WS-IN-VEIC NA TABELA DE VEICULOS (WS-VE-IDX).
013600******************************************************************
013610 8100-FIND-VEICULO.
013620     MOVE "N" TO WS-FOUND-SW
013630     PERFORM 8110-MATCH-VEICULO THRU 8110-EXIT
013640         VARYING WS-SCAN2 FROM 1 BY 1
013650         UNTIL WS-SCAN2 > WS-VE-COUNT OR WS-FOUND.
013660 8100-EXIT.
013670     EXIT.
013680
013690 8110-MATCH-VEICULO.
013700     SET WS-VE-IDX TO WS-SCAN2
013710     IF WS-VE-ID(WS-VE-IDX) = WS-IN-VEIC
013720         MOVE "Y" TO WS-FOUND-SW
013730     END-IF.
013740 8110-EXIT.
013750     EXIT.
013760
013770******************************************************************
013780*  8300-FIND-EXTENSAO
013790*  LOCALIZA WS-IN-ROTA NA TABELA DE EXTENSOES (WS-ST-IDX).
013800******************************************************************
013810 8300-FIND-EXTENSAO.
013820     MOVE "N" TO WS-FOUND-SW
013830     PERFORM 8310-MATCH-EXTENSAO THRU 8310-EXIT
013840         VARYING WS-ST-IDX FROM 1 BY 1
013850         UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-FOUND
013860     IF WS-FOUND
013870         SET WS-ST-IDX DOWN BY 1
013880     END-IF.
013890 8300-EXIT.
013900     EXIT.
013910
013920 8310-MATCH-EXTENSAO.
013930     IF WS-ST-ROTA(WS-ST-IDX) = WS-IN-ROTA
013940         MOVE "Y" TO WS-FOUND-SW
013950     END-IF.
013960 8310-EXIT.
013970     EXIT.
013980
013990******************************************************************
014000*  8500-FIND-PARTIDA
014010*  LOCALIZA TICKET-TRIP-ID NAS ATRIBUICOES DO TRIPVEIC
014020*  (WS-TV-IDX).
014030******************************************************************
014040 8500-FIND-PARTIDA.
014050     MOVE "N" TO WS-FOUND-SW
014060     PERFORM 8510-MATCH-PARTIDA THRU 8510-EXIT
014070         VARYING WS-TV-IDX FROM 1 BY 1
014080         UNTIL WS-TV-IDX > WS-TV-COUNT OR WS-FOUND
014090     IF WS-FOUND
014100         SET WS-TV-IDX DOWN BY 1
014110     END-IF.
014120 8500-EXIT.
014130     EXIT.
014140
014150 8510-MATCH-PARTIDA.
014160     IF WS-TV-TRIP(WS-TV-IDX) = TICKET-TRIP-ID
014170         MOVE "Y" TO WS-FOUND-SW
014180     END-IF.
014190 8510-EXIT.
014200     EXIT.
