000590*                   VARIAS FOLHAS POR EXECUCAO - MESMO LACO DE
000600*                   GERACAO DO 2600-COMPUTE-LINE COM OUTRA SAIDA.
000610*                   O MODO NORMAL (E O CACHE) SEGUEM IGUAIS.
000620*  2026-10-15 AFG   NOVO MODO C (CARTAO DE TARIFAS): O MESMO
000630*                   LACO DE TABUADA, APONTADO PARA O ROTAMAST,
000640*                   IMPRIME (TABCART) POR ROTA O CARTAO DE BOLSO
000650*                   DO COBRADOR - 1 A N PASSAGEIROS EM INTEIRA,
000660*                   MEIA E IDOSO, COM O PRECO DA VIGENCIA EM
000670*                   VIGOR NA DATA PEDIDA E UM BLOCO POR
000680*                   MULTIPLICADOR DO FAREBAND (FORA DO PICO E
000690*                   PICO), NA MESMA CONTA DO VIAGEM. ROTA "PEN"
000700*                   ATENDE OS PEDIDOS DE REEMISSAO (CARTPED)
000710*                   GRAVADOS PELO ROTAMANT E PELO TARIFAJ A CADA
000720*                   VIGENCIA NOVA (PASSO CARTOES DO NIGHTLY). CADA
000730*                   CARTAO E REGISTRADO NO CARTEMIS PARA CADA
000740*                   COBRADOR DA ROTA NO TRIPVEIC, COM A VERSAO
000750*                   (VIGENCIA DO ROTAMAST E DAS FAIXAS) ENTREGUE.
000760******************************************************************
000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT TABUADA-PARM-FILE ASSIGN TO "TABPARM"
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820     SELECT TABUADA-REPORT-FILE ASSIGN TO "TABRPT"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840     SELECT TABUADA-CACHE-FILE ASSIGN TO "TABCACHE"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS  IS WS-CACHE-FILE-STATUS.
000870     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000900     SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS  IS WS-ERROR-FILE-STATUS.
000930     SELECT WORKSHEET-FILE ASSIGN TO "TABEXER"
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950     SELECT ANSWER-KEY-FILE ASSIGN TO "TABGABAR"
000960         ORGANIZATION IS LINE SEQUENTIAL.
000970     SELECT ROTA-MASTER-FILE ASSIGN TO "ROTAMAST"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS  IS WS-ROTAM-FILE-STATUS.
001000     SELECT FARE-BAND-FILE ASSIGN TO "FAREBAND"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS  IS WS-FBAND-FILE-STATUS.
001030     SELECT TRIP-VEHICLE-FILE ASSIGN TO "TRIPVEIC"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS  IS WS-TRV-FILE-STATUS.
001060     SELECT CARD-REQUEST-FILE ASSIGN TO "CARTPED"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS  IS WS-CPD-FILE-STATUS.
001090     SELECT CARD-ISSUE-FILE ASSIGN TO "CARTEMIS"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS  IS WS-CEM-FILE-STATUS.
001120     SELECT CARD-REPORT-FILE ASSIGN TO "TABCART"
001130         ORGANIZATION IS LINE SEQUENTIAL.
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  TABUADA-PARM-FILE
001170     RECORDING MODE IS F.
001180     COPY TABPARMREC.
001190 FD  TABUADA-REPORT-FILE
001200     RECORDING MODE IS F.
001210 01  REPORT-LINE                 PIC X(80).
001220 FD  TABUADA-CACHE-FILE
001230     RECORDING MODE IS F.
001240     COPY TABCACHEREC.
001250 FD  AUDIT-LOG-FILE
001260     RECORDING MODE IS F.
001270     COPY AUDITREC.
001280 FD  ERROR-LOG-FILE
001290     RECORDING MODE IS F.
001300     COPY ERRORREC.
001310 FD  WORKSHEET-FILE
001320     RECORDING MODE IS F.
001330 01  WORKSHEET-LINE              PIC X(80).
001340 FD  ANSWER-KEY-FILE
001350     RECORDING MODE IS F.
001360 01  ANSWER-KEY-LINE             PIC X(80).
001370 FD  ROTA-MASTER-FILE
001380     RECORDING MODE IS F.
001390     COPY ROTAMREC.
001400 FD  FARE-BAND-FILE
001410     RECORDING MODE IS F.
001420     COPY FAREBANDREC.
001430 FD  TRIP-VEHICLE-FILE
001440     RECORDING MODE IS F.
001450     COPY TRIPVEICREC.
001460 FD  CARD-REQUEST-FILE
001470     RECORDING MODE IS F.
001480     COPY CARTPEDREC.
001490 FD  CARD-ISSUE-FILE
001500     RECORDING MODE IS F.
001510     COPY CARTEMREC.
001520 FD  CARD-REPORT-FILE
001530     RECORDING MODE IS F.
001540 01  CARD-LINE                   PIC X(80).
001550 WORKING-STORAGE SECTION.
001560 01  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
001570 01  WS-ERROR-FILE-STATUS        PIC X(02)   VALUE "00".
001580 01  WS-ERROR-COUNT              PIC 9(05)   VALUE ZERO.
001590 01  WS-N1                       PIC 9(05).
001600 01  WS-INICIO                   PIC 9(05).
001610 01  WS-PASSO                    PIC 9(05).
001620 01  WS-QTDE                     PIC 9(05).
001630 01  I                           PIC 9(05).
001640 01  K                           PIC 9(05).
001650 01  R                           PIC 9(10).
001660 01  WS-CACHE-FILE-STATUS        PIC X(02)   VALUE "00".
001670 01  WS-LINE-COUNT               PIC 9(03)   VALUE ZERO.
001680 01  WS-REQUEST-COUNT            PIC 9(05)   VALUE ZERO.
001690 01  WS-HIT-COUNT                PIC 9(05)   VALUE ZERO.
001700 01  WS-MISS-COUNT               PIC 9(05)   VALUE ZERO.
001710 01  WS-MODO                     PIC X(01)   VALUE "N".
001720     88  WS-MODO-EXERCICIO                   VALUE "E" "e".
001730     88  WS-MODO-CARTAO                      VALUE "C" "c".
001740 01  WS-EX-LOW                   PIC 9(05).
001750 01  WS-EX-HIGH                  PIC 9(05).
001760 01  WS-EX-ROW                   PIC 9(05).
001770 01  WS-EX-PICK                  PIC 9(05).
001780 01  WS-MSG-CODE-WK              PIC X(08).
001790 01  WS-MSG-TEXT-WK              PIC X(60).
001800 01  WS-OPERATOR-ID              PIC X(08).
001810 01  WS-OPERATOR-PIN             PIC X(04).
001820 01  WS-RUN-STAMP-DISP           PIC X(30).
001830     COPY RUNSTAMP.
001840 01  WS-CACHE-LINES-TABLE.
001850     05  WS-CACHE-LINE-ENTRY OCCURS 50 TIMES
001860                             INDEXED BY WS-CACHE-IDX.
001870         10  WS-CACHE-LINE-VALUE PIC X(40).
001880 01  WS-SWITCHES.
001890     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001900         88  WS-EOF                          VALUE "Y".
001910     05  WS-CACHE-EOF-SW         PIC X(01)   VALUE "N".
001920         88  WS-CACHE-EOF                    VALUE "Y".
001930     05  WS-CACHE-DONE-SW        PIC X(01)   VALUE "N".
001940         88  WS-CACHE-DONE                   VALUE "Y".
001950     05  WS-IN-MATCH-SW          PIC X(01)   VALUE "N".
001960         88  WS-IN-MATCH                     VALUE "Y".
001970     05  WS-CACHE-HIT-SW         PIC X(01)   VALUE "N".
001980         88  WS-CACHE-HIT                    VALUE "Y".
001990     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
002000         88  WS-SIGNON-VALID                 VALUE "Y".
002010     05  WS-REQUEST-VALID-SW     PIC X(01)   VALUE "N".
002020         88  WS-REQUEST-VALID                VALUE "Y".
002030     05  WS-CT-EOF-SW            PIC X(01)   VALUE "N".
002040         88  WS-CT-EOF                       VALUE "Y".
002050     05  WS-CT-FOUND-SW          PIC X(01)   VALUE "N".
002060         88  WS-CT-FOUND                     VALUE "Y".
002070     05  WS-CP-OVERFLOW-SW       PIC X(01)   VALUE "N".
002080         88  WS-CP-OVERFLOW                  VALUE "Y".
002090     05  WS-CP-CHANGED-SW        PIC X(01)   VALUE "N".
002100         88  WS-CP-CHANGED                   VALUE "Y".
002110******************************************************************
002120*  CARTAO DE TARIFAS (MODO C).
002130******************************************************************
002140 01  WS-ROTAM-FILE-STATUS        PIC X(02)   VALUE "00".
002150 01  WS-FBAND-FILE-STATUS        PIC X(02)   VALUE "00".
002160 01  WS-TRV-FILE-STATUS          PIC X(02)   VALUE "00".
002170 01  WS-CPD-FILE-STATUS          PIC X(02)   VALUE "00".
002180 01  WS-CEM-FILE-STATUS          PIC X(02)   VALUE "00".
002190 01  WS-CT-IN-ROTA               PIC X(03).
002200 01  WS-CT-IN-DATA               PIC X(08).
002210 01  WS-CT-IN-QTDE               PIC X(02).
002220 01  WS-CT-ROTA                  PIC X(03).
002230 01  WS-CT-DATA                  PIC X(08).
002240 01  WS-CT-QTDE                  PIC 9(02)   VALUE 10.
002250 01  WS-CT-QTDE-MAX              PIC 9(02)   VALUE 20.
002260 01  WS-CT-ORIGEM                PIC X(01).
002270 01  WS-CT-DESC                  PIC X(20).
002280 01  WS-CT-PRECO                 PIC 9(03)V99.
002290 01  WS-CT-VIGENCIA              PIC X(08).
002300 01  WS-CT-FAIXA-VIG             PIC X(08).
002310 01  WS-CT-FB-VIG-WK             PIC X(08).
002320 01  WS-CT-PASS                  PIC 9(02).
002330 01  WS-CT-BASE                  PIC 9(05)V9(04).
002340 01  WS-CT-TARIFA                PIC 9(05)V99.
002350 01  WS-CT-VALOR                 PIC 9(07)V99.
002360 01  WS-CT-SCAN                  PIC 9(03).
002370 01  WS-CT-SCAN2                 PIC 9(03).
002380 01  WS-CT-POS                   PIC 9(03).
002390 01  WS-CT-PTR                   PIC 9(03).
002400 01  WS-CT-COBRADORES            PIC 9(03).
002410 01  WS-CARD-COUNT               PIC 9(05)   VALUE ZERO.
002420 01  WS-CARD-ERRORS              PIC 9(05)   VALUE ZERO.
002430 01  WS-ISSUE-COUNT              PIC 9(05)   VALUE ZERO.
002440 01  WS-CT-PRECO-ED              PIC ZZ9.99.
002450 01  WS-CT-MULT-ED               PIC 9.99.
002460*  MESMOS MULTIPLICADORES DE CATEGORIA DO 1000-CLASSIFY-FARE DO
002470*  VIAGEM - MUDANDO LA, MUDAR AQUI.
002480 01  WS-MULT-INTEIRA             PIC 9(01)V99 VALUE 1.00.
002490 01  WS-MULT-MEIA                PIC 9(01)V99 VALUE 0.50.
002500 01  WS-MULT-IDOSO               PIC 9(01)V99 VALUE 0.50.
002510 01  WS-CT-ROW.
002520     05  FILLER                  PIC X(04)   VALUE SPACES.
002530     05  WS-CTR-PASS             PIC Z9.
002540     05  FILLER                  PIC X(06)   VALUE SPACES.
002550     05  WS-CTR-INTEIRA          PIC ZZZZZ9.99.
002560     05  FILLER                  PIC X(04)   VALUE SPACES.
002570     05  WS-CTR-MEIA             PIC ZZZZZ9.99.
002580     05  FILLER                  PIC X(04)   VALUE SPACES.
002590     05  WS-CTR-IDOSO            PIC ZZZZZ9.99.
002600     05  FILLER                  PIC X(33)   VALUE SPACES.
002610*  CADASTRO DE ROTAS (TODAS AS VIGENCIAS).
002620 01  WS-CR-TABLE.
002630     05  WS-CR-ENTRY OCCURS 50 TIMES
002640                     INDEXED BY WS-CR-IDX.
002650         10  WS-CR-CODIGO        PIC X(03).
002660         10  WS-CR-DESC          PIC X(20).
002670         10  WS-CR-PRECO         PIC 9(03)V99.
002680         10  WS-CR-EFFECTIVE     PIC X(08).
002690         10  WS-CR-END           PIC X(08).
002700 01  WS-CR-COUNT                 PIC 9(03)   VALUE ZERO.
002710*  FAIXAS HORARIAS EM VIGOR NA DATA DO CARTAO (MESMA REGRA DO
002720*  0450-LOAD-BAND-ENTRY DO VIAGEM: POR NOME, A MAIOR VIGENCIA QUE
002730*  NAO PASSA DA DATA; EM BRANCO VALE DESDE SEMPRE).
002740 01  WS-CF-TABLE.
002750     05  WS-CF-ENTRY OCCURS 10 TIMES
002760                     INDEXED BY WS-CF-IDX.
002770         10  WS-CF-NOME          PIC X(08).
002780         10  WS-CF-START         PIC X(06).
002790         10  WS-CF-END           PIC X(06).
002800         10  WS-CF-MULT          PIC 9(01)V99.
002810         10  WS-CF-VIG           PIC X(08).
002820 01  WS-CF-COUNT                 PIC 9(03)   VALUE ZERO.
002830*  BLOCOS DO CARTAO - UM POR MULTIPLICADOR DISTINTO (O PRIMEIRO E
002840*  SEMPRE O FORA DO PICO, MULTIPLICADOR 1).
002850 01  WS-CM-TABLE.
002860     05  WS-CM-ENTRY OCCURS 11 TIMES
002870                     INDEXED BY WS-CM-IDX.
002880         10  WS-CM-MULT          PIC 9(01)V99.
002890         10  WS-CM-LABEL         PIC X(60).
002900         10  WS-CM-PTR           PIC 9(03).
002910 01  WS-CM-COUNT                 PIC 9(03)   VALUE ZERO.
002920*  COBRADORES POR ROTA, DO FIM DO ID DE PARTIDA DO TRIPVEIC.
002930 01  WS-CC-TABLE.
002940     05  WS-CC-ENTRY OCCURS 200 TIMES
002950                     INDEXED BY WS-CC-IDX.
002960         10  WS-CC-ROTA          PIC X(03).
002970         10  WS-CC-COBRADOR      PIC X(05).
002980 01  WS-CC-COUNT                 PIC 9(03)   VALUE ZERO.
002990*  PEDIDOS DE REEMISSAO (CARTPED), REGRAVADOS INTEIROS NO FIM.
003000 01  WS-CP-TABLE.
003010     05  WS-CP-ENTRY OCCURS 500 TIMES
003020                     INDEXED BY WS-CP-IDX.
003030         10  WS-CP-REC           PIC X(80).
003040 01  WS-CP-COUNT                 PIC 9(03)   VALUE ZERO.
003050 01  WS-CP-SCAN                  PIC 9(03).
003060 01  WS-CP-ROTA-WK               PIC X(03).
003070 01  WS-CP-VIG-WK                PIC X(08).
003080 01  WS-CP-SIT-WK                PIC X(01).
003090 01  WS-CP-EMITIDOS              PIC 9(05)   VALUE ZERO.
003100
003110 PROCEDURE DIVISION.
003120
003130 0000-MAINLINE.
003140     PERFORM 0010-SIGN-ON THRU 0010-EXIT
003150     DISPLAY "MODO (N=NORMAL, E=EXERCICIO, C=CARTAO DE TARIFAS):"
003160     ACCEPT WS-MODO
003170     IF WS-MODO-CARTAO
003180         PERFORM 6000-FARE-CARDS THRU 6000-EXIT
003190         STOP RUN
003200     END-IF
003210     PERFORM 1000-INITIALIZE
003220     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
003230         UNTIL WS-EOF
003240     PERFORM 3000-FINALIZE
003250     STOP RUN.
003260
003270******************************************************************
003280*  0010-SIGN-ON
003290*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
003300*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
003310******************************************************************
003320 0010-SIGN-ON.
003330     MOVE "N" TO WS-SIGNON-VALID-SW
003340     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
003350         UNTIL WS-SIGNON-VALID.
003360 0010-EXIT.
003370     EXIT.
003380
003390 0020-PROMPT-SIGNON.
003400     MOVE "SGN-001" TO WS-MSG-CODE-WK
003410     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003420     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003430     ACCEPT WS-OPERATOR-ID
003440     MOVE "SGN-002" TO WS-MSG-CODE-WK
003450     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003460     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003470     ACCEPT WS-OPERATOR-PIN
003480     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003490                           WS-SIGNON-VALID-SW
003500     IF NOT WS-SIGNON-VALID
003510         MOVE "SGN-003" TO WS-MSG-CODE-WK
003520         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003530         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003540     END-IF.
003550 0020-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590*  1000-INITIALIZE
003600*  ABRE OS ARQUIVOS E LE O PRIMEIRO PEDIDO DE TABUADA.
003610******************************************************************
003620 1000-INITIALIZE.
003630     OPEN INPUT  TABUADA-PARM-FILE
003640     OPEN OUTPUT TABUADA-REPORT-FILE
003650     PERFORM 0100-OPEN-AUDIT-LOG-FILE
003660     PERFORM 0150-OPEN-ERROR-LOG-FILE
003670     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003680     ACCEPT RUN-STAMP-ID   FROM TIME
003690     MOVE SPACES TO WS-RUN-STAMP-DISP
003700     STRING "EXECUCAO " DELIMITED BY SIZE
003710            RUN-STAMP-DATE DELIMITED BY SIZE
003720            " " DELIMITED BY SIZE
003730            RUN-STAMP-ID DELIMITED BY SIZE
003740         INTO WS-RUN-STAMP-DISP
003750     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
003760     WRITE REPORT-LINE
003770     IF WS-MODO-EXERCICIO
003780         OPEN OUTPUT WORKSHEET-FILE
003790         OPEN OUTPUT ANSWER-KEY-FILE
003800     END-IF
003810     PERFORM 8000-READ-PARM.
003820
003830******************************************************************
003840*  0100-OPEN-AUDIT-LOG-FILE
003850*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003860*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003870******************************************************************
003880 0100-OPEN-AUDIT-LOG-FILE.
003890     OPEN EXTEND AUDIT-LOG-FILE
003900     IF WS-AUDIT-FILE-STATUS = "35"
003910         OPEN OUTPUT AUDIT-LOG-FILE
003920         CLOSE AUDIT-LOG-FILE
003930         OPEN EXTEND AUDIT-LOG-FILE
003940     END-IF.
003950
003960******************************************************************
003970*  0150-OPEN-ERROR-LOG-FILE
003980*  ABRE A TRILHA DE ERROS COMPARTILHADA EM MODO EXTEND, CRIANDO-A
003990*  SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
004000******************************************************************
004010 0150-OPEN-ERROR-LOG-FILE.
004020     OPEN EXTEND ERROR-LOG-FILE
004030     IF WS-ERROR-FILE-STATUS = "35"
004040         OPEN OUTPUT ERROR-LOG-FILE
004050         CLOSE ERROR-LOG-FILE
004060         OPEN EXTEND ERROR-LOG-FILE
004070     END-IF.
004080
004090******************************************************************
004100*  2000-PROCESS-REQUEST
004110*  ATENDE UM PEDIDO DE TABUADA, DO CACHE SE JA EXISTIR UM IGUAL
004120*  OU GERANDO DE NOVO SE FOR A PRIMEIRA VEZ.
004130******************************************************************
004140 2000-PROCESS-REQUEST.
004150     ADD 1 TO WS-REQUEST-COUNT
004160     MOVE PARM-N1     TO WS-N1
004170     MOVE PARM-INICIO TO WS-INICIO
004180     MOVE PARM-PASSO  TO WS-PASSO
004190     MOVE PARM-QTDE   TO WS-QTDE
004200     PERFORM 2050-VALIDATE-REQUEST
004210     IF WS-REQUEST-VALID
004220         IF WS-MODO-EXERCICIO
004230             PERFORM 5000-GENERATE-WORKSHEET THRU 5000-EXIT
004240             PERFORM 7000-WRITE-AUDIT
004250             PERFORM 8000-READ-PARM
004260             GO TO 2000-EXIT
004270         END-IF
004280         PERFORM 2200-CHECK-CACHE
004290         IF WS-CACHE-HIT
004300             ADD 1 TO WS-HIT-COUNT
004310             PERFORM 2300-EMIT-CACHED-LINES
004320         ELSE
004330             ADD 1 TO WS-MISS-COUNT
004340             PERFORM 2500-GENERATE-TABLE
004350             PERFORM 2700-APPEND-CACHE
004360         END-IF
004370     ELSE
004380         PERFORM 7150-LOG-INVALID-REQUEST
004390     END-IF
004400     PERFORM 7000-WRITE-AUDIT
004410     PERFORM 8000-READ-PARM.
004420 2000-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*  2050-VALIDATE-REQUEST
004470*  CONFERE SE OS QUATRO CAMPOS DO PEDIDO SAO NUMERICOS E SE O
004480*  PASSO E A QUANTIDADE NAO SAO ZERO, ANTES DE GERAR OU BUSCAR NO
004481*  CACHE.
004490******************************************************************
004500 2050-VALIDATE-REQUEST.
004510     IF WS-N1 IS NUMERIC AND WS-INICIO IS NUMERIC
004520             AND WS-PASSO IS NUMERIC AND WS-QTDE IS NUMERIC
004530             AND WS-PASSO NOT = ZERO AND WS-QTDE NOT = ZERO
004540         MOVE "Y" TO WS-REQUEST-VALID-SW
004550     ELSE
004560         MOVE "N" TO WS-REQUEST-VALID-SW
004570     END-IF.
004580 2050-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*  2200-CHECK-CACHE
004630*  PROCURA NO CACHE UM BLOCO DE LINHAS JA GERADO PARA O MESMO
004640*  NUMERO, INICIO, PASSO E QUANTIDADE DESTE PEDIDO.
004650******************************************************************
004660 2200-CHECK-CACHE.
004670     MOVE "N" TO WS-CACHE-HIT-SW
004680     MOVE "N" TO WS-CACHE-DONE-SW
004690     MOVE "N" TO WS-CACHE-EOF-SW
004700     MOVE "N" TO WS-IN-MATCH-SW
004710     MOVE ZERO TO WS-LINE-COUNT
004720     OPEN INPUT TABUADA-CACHE-FILE
004730     IF WS-CACHE-FILE-STATUS NOT = "00"
004740         MOVE "Y" TO WS-CACHE-DONE-SW
004750     ELSE
004760         PERFORM 2260-READ-CACHE
004770         PERFORM 2250-SCAN-CACHE-RECORD THRU 2250-EXIT
004780             UNTIL WS-CACHE-DONE
004790     END-IF
004800     CLOSE TABUADA-CACHE-FILE.
004810
004820 2250-SCAN-CACHE-RECORD.
004830     IF WS-CACHE-EOF
004840         MOVE "Y" TO WS-CACHE-DONE-SW
004850     ELSE
004860         IF CACHE-N1     = WS-N1
004870            AND CACHE-INICIO = WS-INICIO
004880            AND CACHE-PASSO  = WS-PASSO
004890            AND CACHE-QTDE   = WS-QTDE
004900             MOVE "Y" TO WS-CACHE-HIT-SW
004910             MOVE "Y" TO WS-IN-MATCH-SW
004920             IF WS-LINE-COUNT < 50
004930              ADD 1 TO WS-LINE-COUNT
004940              SET WS-CACHE-IDX TO WS-LINE-COUNT
004950              MOVE CACHE-LINE TO WS-CACHE-LINE-VALUE(WS-CACHE-IDX)
004960             END-IF
004970             PERFORM 2260-READ-CACHE
004980         ELSE
004990             IF WS-IN-MATCH
005000                 MOVE "Y" TO WS-CACHE-DONE-SW
005010             ELSE
005020                 PERFORM 2260-READ-CACHE
005030             END-IF
005040         END-IF
005050     END-IF.
005060 2250-EXIT.
005070     EXIT.
005080
005090 2260-READ-CACHE.
005100     READ TABUADA-CACHE-FILE
005110         AT END
005120             MOVE "Y" TO WS-CACHE-EOF-SW
005130     END-READ.
005140
005150******************************************************************
005160*  2300-EMIT-CACHED-LINES
005170*  MOSTRA E GRAVA NO RELATORIO AS LINHAS RECUPERADAS DO CACHE.
005180******************************************************************
005190 2300-EMIT-CACHED-LINES.
005200     PERFORM 2350-EMIT-ONE-LINE THRU 2350-EXIT
005210         VARYING WS-CACHE-IDX FROM 1 BY 1
005220         UNTIL WS-CACHE-IDX > WS-LINE-COUNT.
005230
005240 2350-EMIT-ONE-LINE.
005250     DISPLAY WS-CACHE-LINE-VALUE(WS-CACHE-IDX)
005260     MOVE SPACES TO REPORT-LINE
005270     MOVE WS-CACHE-LINE-VALUE(WS-CACHE-IDX) TO REPORT-LINE
005280     WRITE REPORT-LINE.
005290 2350-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*  2500-GENERATE-TABLE
005340*  CALCULA AS WS-QTDE LINHAS DA TABUADA, COMECANDO EM WS-INICIO E
005350*  SOMANDO WS-PASSO A CADA LINHA.
005360******************************************************************
005370 2500-GENERATE-TABLE.
005380     MOVE ZERO TO WS-LINE-COUNT
005390     PERFORM 2600-COMPUTE-LINE THRU 2600-EXIT
005400         VARYING K FROM 1 BY 1 UNTIL K > WS-QTDE.
005410
005420 2600-COMPUTE-LINE.
005430     COMPUTE I = WS-INICIO + ((K - 1) * WS-PASSO)
005440     COMPUTE R = WS-N1 * I
005450         ON SIZE ERROR
005460             PERFORM 7100-LOG-COMPUTE-ERROR
005470     END-COMPUTE
005480     IF WS-LINE-COUNT < 50
005490         ADD 1 TO WS-LINE-COUNT
005500         SET WS-CACHE-IDX TO WS-LINE-COUNT
005510         MOVE SPACES TO WS-CACHE-LINE-VALUE(WS-CACHE-IDX)
005520         STRING WS-N1 DELIMITED BY SIZE
005530                " X " DELIMITED BY SIZE
005540                I DELIMITED BY SIZE
005550                " = " DELIMITED BY SIZE
005560                R DELIMITED BY SIZE
005570             INTO WS-CACHE-LINE-VALUE(WS-CACHE-IDX)
005580         DISPLAY WS-CACHE-LINE-VALUE(WS-CACHE-IDX)
005590         MOVE SPACES TO REPORT-LINE
005600         MOVE WS-CACHE-LINE-VALUE(WS-CACHE-IDX) TO REPORT-LINE
005610         WRITE REPORT-LINE
005620     END-IF.
005630 2600-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*  2700-APPEND-CACHE
005680*  GRAVA AS LINHAS RECEM-GERADAS NO CACHE, CRIANDO O ARQUIVO SE
005690*  FOR A PRIMEIRA VEZ, PARA QUE UM PEDIDO IGUAL NAO PRECISE
005700*  RECALCULAR A TABUADA.
005710******************************************************************
005720 2700-APPEND-CACHE.
005730     OPEN EXTEND TABUADA-CACHE-FILE
005740     IF WS-CACHE-FILE-STATUS = "35"
005750         OPEN OUTPUT TABUADA-CACHE-FILE
005760         CLOSE TABUADA-CACHE-FILE
005770         OPEN EXTEND TABUADA-CACHE-FILE
005780     END-IF
005790     PERFORM 2750-WRITE-CACHE-LINE THRU 2750-EXIT
005800         VARYING WS-CACHE-IDX FROM 1 BY 1
005810         UNTIL WS-CACHE-IDX > WS-LINE-COUNT
005820     CLOSE TABUADA-CACHE-FILE.
005830
005840 2750-WRITE-CACHE-LINE.
005850     MOVE SPACES        TO TABUADA-CACHE-RECORD
005860     MOVE WS-N1          TO CACHE-N1
005870     MOVE WS-INICIO      TO CACHE-INICIO
005880     MOVE WS-PASSO       TO CACHE-PASSO
005890     MOVE WS-QTDE        TO CACHE-QTDE
005900     MOVE WS-CACHE-LINE-VALUE(WS-CACHE-IDX) TO CACHE-LINE
005910     MOVE RUN-STAMP-DATE TO CACHE-RUN-DATE
005920     MOVE RUN-STAMP-ID   TO CACHE-RUN-ID
005930     WRITE TABUADA-CACHE-RECORD.
005940 2750-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*  7000-WRITE-AUDIT
005990*  GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COMPARTILHADA PARA
006000*  CADA PEDIDO DE TABUADA ATENDIDO, VENHA ELE DO CACHE OU NOVO.
006010******************************************************************
006020******************************************************************
006030*  5000-GENERATE-WORKSHEET
006040*  GERA UMA FOLHA DE EXERCICIO E O GABARITO CASADO PARA UM
006050*  PEDIDO DO TABPARM: AS LINHAS SAEM EM ORDEM EMBARALHADA
006060*  (ALTERNANDO PONTAS DA SEQUENCIA - DETERMINISTICO, SEM
006070*  DEPENDER DE SORTEIO), COM O PRODUTO EM BRANCO NA FOLHA DO
006080*  ALUNO E PREENCHIDO NO GABARITO.
006090******************************************************************
006100 5000-GENERATE-WORKSHEET.
006110     MOVE SPACES TO WORKSHEET-LINE
006120     STRING "EXERCICIO - TABUADA DO " WS-N1
006130         DELIMITED BY SIZE INTO WORKSHEET-LINE
006140     WRITE WORKSHEET-LINE
006150     MOVE SPACES TO ANSWER-KEY-LINE
006160     STRING "GABARITO - TABUADA DO " WS-N1
006170         DELIMITED BY SIZE INTO ANSWER-KEY-LINE
006180     WRITE ANSWER-KEY-LINE
006190     MOVE 1       TO WS-EX-LOW
006200     MOVE WS-QTDE TO WS-EX-HIGH
006210     PERFORM 5100-ONE-EXERCISE-LINE THRU 5100-EXIT
006220         VARYING WS-EX-ROW FROM 1 BY 1
006230         UNTIL WS-EX-ROW > WS-QTDE
006240     MOVE SPACES TO WORKSHEET-LINE
006250     WRITE WORKSHEET-LINE
006260     MOVE SPACES TO ANSWER-KEY-LINE
006270     WRITE ANSWER-KEY-LINE.
006280 5000-EXIT.
006290     EXIT.
006300
006310 5100-ONE-EXERCISE-LINE.
006320     IF FUNCTION MOD(WS-EX-ROW, 2) = 1
006330         MOVE WS-EX-LOW TO WS-EX-PICK
006340         ADD 1 TO WS-EX-LOW
006350     ELSE
006360         MOVE WS-EX-HIGH TO WS-EX-PICK
006370         SUBTRACT 1 FROM WS-EX-HIGH
006380     END-IF
006390     COMPUTE K = WS-INICIO + (WS-EX-PICK - 1) * WS-PASSO
006400     COMPUTE R = WS-N1 * K
006410         ON SIZE ERROR
006420             PERFORM 7150-LOG-INVALID-REQUEST
006430     END-COMPUTE
006440     MOVE SPACES TO WORKSHEET-LINE
006450     STRING WS-N1 " X " K " = ________"
006460         DELIMITED BY SIZE INTO WORKSHEET-LINE
006470     WRITE WORKSHEET-LINE
006480     MOVE SPACES TO ANSWER-KEY-LINE
006490     STRING WS-N1 " X " K " = " R
006500         DELIMITED BY SIZE INTO ANSWER-KEY-LINE
006510     WRITE ANSWER-KEY-LINE.
006520 5100-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560*  6000-FARE-CARDS
006570*  MODO C: CARTAO DE TARIFAS DO COBRADOR. PEDE A ROTA (TOD =
006580*  TODAS, PEN = PEDIDOS DE REEMISSAO DO CARTPED), A DATA DO PRECO
006590*  (SO FORA DO PEN; BRANCO = HOJE) E QUANTOS PASSAGEIROS O CARTAO
006600*  COBRE. NO PEN A DATA E A DA VIGENCIA NOVA (OU HOJE, SE ELA JA
006610*  COMECOU), PARA O CARTAO CHEGAR AO COBRADOR ANTES DO AUMENTO.
006620******************************************************************
006630 6000-FARE-CARDS.
006640     OPEN OUTPUT CARD-REPORT-FILE
006650     PERFORM 0150-OPEN-ERROR-LOG-FILE
006660     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
006670     ACCEPT RUN-STAMP-ID   FROM TIME
006680     MOVE SPACES TO WS-RUN-STAMP-DISP
006690     STRING "EXECUCAO " DELIMITED BY SIZE
006700            RUN-STAMP-DATE DELIMITED BY SIZE
006710            " " DELIMITED BY SIZE
006720            RUN-STAMP-ID DELIMITED BY SIZE
006730         INTO WS-RUN-STAMP-DISP
006740     MOVE WS-RUN-STAMP-DISP TO CARD-LINE
006750     WRITE CARD-LINE
006760     PERFORM 6100-LOAD-ROTAMAST THRU 6100-EXIT
006770     PERFORM 6150-LOAD-COBRADORES THRU 6150-EXIT
006780     OPEN EXTEND CARD-ISSUE-FILE
006790     IF WS-CEM-FILE-STATUS = "35"
006800         OPEN OUTPUT CARD-ISSUE-FILE
006810         CLOSE CARD-ISSUE-FILE
006820         OPEN EXTEND CARD-ISSUE-FILE
006830     END-IF
006840     DISPLAY "ROTA (3 LETRAS, TOD = TODAS, PEN = PEDIDOS"
006850             " PENDENTES):"
006860     ACCEPT WS-CT-IN-ROTA
006870     IF WS-CT-IN-ROTA = "PEN"
006880         MOVE RUN-STAMP-DATE TO WS-CT-IN-DATA
006890     ELSE
006900         DISPLAY "DATA DO PRECO (AAAAMMDD, BRANCO = HOJE):"
006910         ACCEPT WS-CT-IN-DATA
006920         IF WS-CT-IN-DATA = SPACES
006930             MOVE RUN-STAMP-DATE TO WS-CT-IN-DATA
006940         END-IF
006950     END-IF
006960     DISPLAY "PASSAGEIROS POR CARTAO (01-20, BRANCO = 10):"
006970     ACCEPT WS-CT-IN-QTDE
006980     IF WS-CT-IN-QTDE = SPACES
006990         MOVE "10" TO WS-CT-IN-QTDE
007000     END-IF
007010     IF WS-CT-IN-QTDE(2:1) = SPACE
007020         MOVE WS-CT-IN-QTDE(1:1) TO WS-CT-IN-QTDE(2:1)
007030         MOVE "0"                TO WS-CT-IN-QTDE(1:1)
007040     END-IF
007050     IF WS-CT-IN-ROTA = SPACES
007060         OR WS-CT-IN-DATA NOT NUMERIC
007070         OR WS-CT-IN-QTDE NOT NUMERIC
007080         DISPLAY "PEDIDO DE CARTAO INVALIDO - NADA IMPRESSO"
007090         MOVE 8 TO RETURN-CODE
007100         GO TO 6090-CLOSE-CARDS
007110     END-IF
007120     MOVE WS-CT-IN-QTDE TO WS-CT-QTDE
007130     IF WS-CT-QTDE = ZERO OR WS-CT-QTDE > WS-CT-QTDE-MAX
007140         DISPLAY "PASSAGEIROS FORA DE 01-20 - NADA IMPRESSO"
007150         MOVE 8 TO RETURN-CODE
007160         GO TO 6090-CLOSE-CARDS
007170     END-IF
007180     IF WS-CT-IN-ROTA = "PEN"
007190         PERFORM 6300-PENDING-CARDS THRU 6300-EXIT
007200         GO TO 6090-CLOSE-CARDS
007210     END-IF
007220     MOVE "M"           TO WS-CT-ORIGEM
007230     MOVE WS-CT-IN-DATA TO WS-CT-DATA
007240     IF WS-CT-IN-ROTA = "TOD"
007250         PERFORM 6200-ONE-ROUTE THRU 6200-EXIT
007260             VARYING WS-CT-SCAN FROM 1 BY 1
007270             UNTIL WS-CT-SCAN > WS-CR-COUNT
007280     ELSE
007290         MOVE WS-CT-IN-ROTA TO WS-CT-ROTA
007300         PERFORM 6500-PRINT-CARD THRU 6500-EXIT
007310     END-IF.
007320 6090-CLOSE-CARDS.
007330     DISPLAY "CARTOES IMPRESSOS: " WS-CARD-COUNT
007340             " ENTREGAS REGISTRADAS: " WS-ISSUE-COUNT
007350             " ROTAS SEM VIGENCIA: " WS-CARD-ERRORS
007360     IF WS-CARD-ERRORS > ZERO AND RETURN-CODE < 4
007370         MOVE 4 TO RETURN-CODE
007380     END-IF
007390     CLOSE CARD-ISSUE-FILE
007400     CLOSE ERROR-LOG-FILE
007410     CLOSE CARD-REPORT-FILE.
007420 6000-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460*  6100-LOAD-ROTAMAST
007470*  CARREGA TODAS AS VIGENCIAS DO CADASTRO DE ROTAS; A ESCOLHA DA
007480*  VIGENCIA DE CADA CARTAO E FEITA NO 6510 PELA DATA DO CARTAO.
007490******************************************************************
007500 6100-LOAD-ROTAMAST.
007510     MOVE ZERO TO WS-CR-COUNT
007520     MOVE "N"  TO WS-CT-EOF-SW
007530     OPEN INPUT ROTA-MASTER-FILE
007540     IF WS-ROTAM-FILE-STATUS NOT = "00"
007550         GO TO 6100-EXIT
007560     END-IF
007570     PERFORM 6110-LOAD-ONE-ROTA THRU 6110-EXIT
007580         UNTIL WS-CT-EOF
007590     CLOSE ROTA-MASTER-FILE.
007600 6100-EXIT.
007610     EXIT.
007620
007630 6110-LOAD-ONE-ROTA.
007640     READ ROTA-MASTER-FILE
007650         AT END
007660             MOVE "Y" TO WS-CT-EOF-SW
007670             GO TO 6110-EXIT
007680     END-READ
007690     IF WS-CR-COUNT >= 50 OR ROTAM-PRECO NOT NUMERIC
007700         GO TO 6110-EXIT
007710     END-IF
007720     ADD 1 TO WS-CR-COUNT
007730     SET WS-CR-IDX TO WS-CR-COUNT
007740     MOVE ROTAM-CODIGO         TO WS-CR-CODIGO(WS-CR-IDX)
007750     MOVE ROTAM-DESC           TO WS-CR-DESC(WS-CR-IDX)
007760     MOVE ROTAM-PRECO          TO WS-CR-PRECO(WS-CR-IDX)
007770     MOVE ROTAM-EFFECTIVE-DATE TO WS-CR-EFFECTIVE(WS-CR-IDX)
007780     MOVE ROTAM-END-DATE       TO WS-CR-END(WS-CR-IDX).
007790 6110-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830*  6150-LOAD-COBRADORES
007840*  MONTA A LISTA DE COBRADORES DE CADA ROTA A PARTIR DAS PARTIDAS
007850*  DO TRIPVEIC (ROTA = POSICOES 1-3 E COBRADOR = POSICOES 8-12 DO
007860*  ID DE PARTIDA), SEM REPETIR O PAR ROTA + COBRADOR.
007870******************************************************************
007880 6150-LOAD-COBRADORES.
007890     MOVE ZERO TO WS-CC-COUNT
007900     MOVE "N"  TO WS-CT-EOF-SW
007910     OPEN INPUT TRIP-VEHICLE-FILE
007920     IF WS-TRV-FILE-STATUS NOT = "00"
007930         GO TO 6150-EXIT
007940     END-IF
007950     PERFORM 6160-LOAD-ONE-TRIP THRU 6160-EXIT
007960         UNTIL WS-CT-EOF
007970     CLOSE TRIP-VEHICLE-FILE.
007980 6150-EXIT.
007990     EXIT.
008000
008010 6160-LOAD-ONE-TRIP.
008020     READ TRIP-VEHICLE-FILE
008030         AT END
008040             MOVE "Y" TO WS-CT-EOF-SW
008050             GO TO 6160-EXIT
008060     END-READ
008070     IF TRV-TRIP-ID(8:5) = SPACES OR WS-CC-COUNT >= 200
008080         GO TO 6160-EXIT
008090     END-IF
008100     MOVE "N" TO WS-CT-FOUND-SW
008110     PERFORM 6170-MATCH-COBRADOR THRU 6170-EXIT
008120         VARYING WS-CC-IDX FROM 1 BY 1
008130         UNTIL WS-CC-IDX > WS-CC-COUNT OR WS-CT-FOUND
008140     IF NOT WS-CT-FOUND
008150         ADD 1 TO WS-CC-COUNT
008160         SET WS-CC-IDX TO WS-CC-COUNT
008170         MOVE TRV-TRIP-ID(1:3) TO WS-CC-ROTA(WS-CC-IDX)
008180         MOVE TRV-TRIP-ID(8:5) TO WS-CC-COBRADOR(WS-CC-IDX)
008190     END-IF.
008200 6160-EXIT.
008210     EXIT.
008220
008230 6170-MATCH-COBRADOR.
008240     IF WS-CC-ROTA(WS-CC-IDX) = TRV-TRIP-ID(1:3)
008250         AND WS-CC-COBRADOR(WS-CC-IDX) = TRV-TRIP-ID(8:5)
008260         MOVE "Y" TO WS-CT-FOUND-SW
008270     END-IF.
008280 6170-EXIT.
008290     EXIT.
008300
008310******************************************************************
008320*  6200-ONE-ROUTE
008330*  ROTA "TOD": UM CARTAO POR CODIGO DE ROTA DO CADASTRO - SO NA
008340*  PRIMEIRA VIGENCIA DE CADA CODIGO, PARA NAO REPETIR O CARTAO.
008350******************************************************************
008360 6200-ONE-ROUTE.
008370     SET WS-CR-IDX TO WS-CT-SCAN
008380     MOVE WS-CR-CODIGO(WS-CR-IDX) TO WS-CT-ROTA
008390     MOVE "N" TO WS-CT-FOUND-SW
008400     PERFORM 6210-MATCH-EARLIER THRU 6210-EXIT
008410         VARYING WS-CT-SCAN2 FROM 1 BY 1
008420         UNTIL WS-CT-SCAN2 >= WS-CT-SCAN OR WS-CT-FOUND
008430     IF WS-CT-FOUND
008440         GO TO 6200-EXIT
008450     END-IF
008460     PERFORM 6500-PRINT-CARD THRU 6500-EXIT.
008470 6200-EXIT.
008480     EXIT.
008490
008500 6210-MATCH-EARLIER.
008510     SET WS-CR-IDX TO WS-CT-SCAN2
008520     IF WS-CR-CODIGO(WS-CR-IDX) = WS-CT-ROTA
008530         MOVE "Y" TO WS-CT-FOUND-SW
008540     END-IF.
008550 6210-EXIT.
008560     EXIT.
008570
008580******************************************************************
008590*  6300-PENDING-CARDS
008600*  ROTA "PEN": CARREGA O CARTPED, IMPRIME UM CARTAO PARA CADA ROTA
008610*  + VIGENCIA PENDENTE E MARCA OS PEDIDOS ATENDIDOS. O ARQUIVO SO
008620*  E REGRAVADO SE COUBE INTEIRO NA TABELA - SE NAO COUBE, OS
008630*  CARTOES SAEM MAS OS PEDIDOS FICAM PENDENTES PARA A PROXIMA.
008640******************************************************************
008650 6300-PENDING-CARDS.
008660     MOVE ZERO TO WS-CP-COUNT
008670     MOVE "N"  TO WS-CT-EOF-SW
008680     OPEN INPUT CARD-REQUEST-FILE
008690     IF WS-CPD-FILE-STATUS NOT = "00"
008700         DISPLAY "NENHUM PEDIDO DE CARTAO PENDENTE"
008710         GO TO 6300-EXIT
008720     END-IF
008730     PERFORM 6310-LOAD-ONE-REQUEST THRU 6310-EXIT
008740         UNTIL WS-CT-EOF
008750     CLOSE CARD-REQUEST-FILE
008760     MOVE "P" TO WS-CT-ORIGEM
008770     PERFORM 6350-ONE-PENDING THRU 6350-EXIT
008780         VARYING WS-CP-SCAN FROM 1 BY 1
008790         UNTIL WS-CP-SCAN > WS-CP-COUNT
008800     IF WS-CP-EMITIDOS = ZERO
008810         DISPLAY "NENHUM PEDIDO DE CARTAO PENDENTE"
008820     END-IF
008830     IF WS-CP-OVERFLOW
008840         DISPLAY "CARTPED MAIOR QUE A TABELA (500) - PEDIDOS NAO"
008850                 " MARCADOS"
008860         IF RETURN-CODE < 4
008870             MOVE 4 TO RETURN-CODE
008880         END-IF
008890         GO TO 6300-EXIT
008900     END-IF
008910     IF WS-CP-CHANGED
008920         OPEN OUTPUT CARD-REQUEST-FILE
008930         PERFORM 6380-WRITE-ONE-REQUEST THRU 6380-EXIT
008940             VARYING WS-CP-IDX FROM 1 BY 1
008950             UNTIL WS-CP-IDX > WS-CP-COUNT
008960         CLOSE CARD-REQUEST-FILE
008970     END-IF.
008980 6300-EXIT.
008990     EXIT.
009000
009010 6310-LOAD-ONE-REQUEST.
009020     READ CARD-REQUEST-FILE
009030         AT END
009040             MOVE "Y" TO WS-CT-EOF-SW
009050             GO TO 6310-EXIT
009060     END-READ
009070     IF WS-CP-COUNT >= 500
009080         MOVE "Y" TO WS-CP-OVERFLOW-SW
009090         GO TO 6310-EXIT
009100     END-IF
009110     ADD 1 TO WS-CP-COUNT
009120     SET WS-CP-IDX TO WS-CP-COUNT
009130     MOVE CARD-REQUEST-RECORD TO WS-CP-REC(WS-CP-IDX).
009140 6310-EXIT.
009150     EXIT.
009160
009170 6350-ONE-PENDING.
009180     SET WS-CP-IDX TO WS-CP-SCAN
009190     MOVE WS-CP-REC(WS-CP-IDX) TO CARD-REQUEST-RECORD
009200     IF NOT CPD-PENDENTE
009210         GO TO 6350-EXIT
009220     END-IF
009230     MOVE CPD-ROTA     TO WS-CT-ROTA WS-CP-ROTA-WK
009240     MOVE CPD-VIGENCIA TO WS-CP-VIG-WK
009250     IF CPD-VIGENCIA NOT NUMERIC OR CPD-VIGENCIA < RUN-STAMP-DATE
009260         MOVE RUN-STAMP-DATE TO WS-CT-DATA
009270     ELSE
009280         MOVE CPD-VIGENCIA   TO WS-CT-DATA
009290     END-IF
009300     PERFORM 6500-PRINT-CARD THRU 6500-EXIT
009310     IF WS-CT-VIGENCIA = SPACES
009320         MOVE "S" TO WS-CP-SIT-WK
009330     ELSE
009340         MOVE "E" TO WS-CP-SIT-WK
009350     END-IF
009360     ADD 1 TO WS-CP-EMITIDOS
009370*    PEDIDOS REPETIDOS DA MESMA ROTA + VIGENCIA SAO ATENDIDOS
009380*    PELO MESMO CARTAO.
009390     PERFORM 6360-MARK-REQUEST THRU 6360-EXIT
009400         VARYING WS-CP-IDX FROM WS-CP-SCAN BY 1
009410         UNTIL WS-CP-IDX > WS-CP-COUNT.
009420 6350-EXIT.
009430     EXIT.
009440
009450 6360-MARK-REQUEST.
009460     MOVE WS-CP-REC(WS-CP-IDX) TO CARD-REQUEST-RECORD
009470     IF CPD-PENDENTE
009480         AND CPD-ROTA = WS-CP-ROTA-WK
009490         AND CPD-VIGENCIA = WS-CP-VIG-WK
009500         MOVE WS-CP-SIT-WK   TO CPD-SITUACAO
009510         MOVE RUN-STAMP-DATE TO CPD-EMISSAO
009520         MOVE RUN-STAMP-ID   TO CPD-EMISSAO-ID
009530         MOVE CARD-REQUEST-RECORD TO WS-CP-REC(WS-CP-IDX)
009540         MOVE "Y" TO WS-CP-CHANGED-SW
009550     END-IF.
009560 6360-EXIT.
009570     EXIT.
009580
009590 6380-WRITE-ONE-REQUEST.
009600     MOVE WS-CP-REC(WS-CP-IDX) TO CARD-REQUEST-RECORD
009610     WRITE CARD-REQUEST-RECORD.
009620 6380-EXIT.
009630     EXIT.
009640
009650******************************************************************
009660*  6500-PRINT-CARD
009670*  IMPRIME O CARTAO DA ROTA WS-CT-ROTA COM O PRECO EM VIGOR EM
009680*  WS-CT-DATA: CABECALHO COM A VERSAO, UM BLOCO POR MULTIPLICADOR
009690*  DE FAIXA HORARIA E A LINHA DE ENTREGA AOS COBRADORES DA ROTA.
009700******************************************************************
009710 6500-PRINT-CARD.
009720     PERFORM 6510-FIND-VIGENCIA THRU 6510-EXIT
009730     IF WS-CT-VIGENCIA = SPACES
009740         ADD 1 TO WS-CARD-ERRORS
009750         DISPLAY "ROTA " WS-CT-ROTA " SEM VIGENCIA EM " WS-CT-DATA
009760         PERFORM 7160-LOG-CARD-ERROR
009770         GO TO 6500-EXIT
009780     END-IF
009790     PERFORM 6550-LOAD-BANDS THRU 6550-EXIT
009800     PERFORM 6600-BUILD-BLOCKS THRU 6600-EXIT
009810     MOVE WS-CT-PRECO TO WS-CT-PRECO-ED
009820     MOVE ALL "=" TO CARD-LINE
009830     WRITE CARD-LINE
009840     MOVE SPACES TO CARD-LINE
009850     STRING "CARTAO DE TARIFAS - ROTA " WS-CT-ROTA " "
009860            WS-CT-DESC "   VERSAO " WS-CT-ROTA "/"
009870            WS-CT-VIGENCIA
009880         DELIMITED BY SIZE INTO CARD-LINE
009890     WRITE CARD-LINE
009900     MOVE SPACES TO CARD-LINE
009910     STRING "PRECO CHEIO R$" WS-CT-PRECO-ED
009920            "   VALIDO EM " WS-CT-DATA
009930            "   FAIXAS DE " WS-CT-FAIXA-VIG
009940         DELIMITED BY SIZE INTO CARD-LINE
009950     WRITE CARD-LINE
009960     PERFORM 6700-PRINT-BLOCK THRU 6700-EXIT
009970         VARYING WS-CM-IDX FROM 1 BY 1
009980         UNTIL WS-CM-IDX > WS-CM-COUNT
009990     PERFORM 6800-ISSUE-CARD THRU 6800-EXIT
010000     ADD 1 TO WS-CARD-COUNT
010010     PERFORM 7050-WRITE-CARD-AUDIT.
010020 6500-EXIT.
010030     EXIT.
010040
010050******************************************************************
010060*  6510-FIND-VIGENCIA
010070*  MESMA REGRA DO VIAGEM: ENTRE AS VIGENCIAS DA ROTA JA INICIADAS
010080*  NA DATA E NAO ENCERRADAS ANTES DELA, VALE A MAIS RECENTE.
010090******************************************************************
010100 6510-FIND-VIGENCIA.
010110     MOVE SPACES TO WS-CT-VIGENCIA
010120     MOVE SPACES TO WS-CT-DESC
010130     MOVE ZERO   TO WS-CT-PRECO
010140     PERFORM 6520-CHECK-VIGENCIA THRU 6520-EXIT
010150         VARYING WS-CR-IDX FROM 1 BY 1
010160         UNTIL WS-CR-IDX > WS-CR-COUNT.
010170 6510-EXIT.
010180     EXIT.
010190
010200 6520-CHECK-VIGENCIA.
010210     IF WS-CR-CODIGO(WS-CR-IDX) NOT = WS-CT-ROTA
010220         OR WS-CR-EFFECTIVE(WS-CR-IDX) > WS-CT-DATA
010230         GO TO 6520-EXIT
010240     END-IF
010250     IF WS-CR-END(WS-CR-IDX) NOT = SPACES
010260         AND WS-CR-END(WS-CR-IDX) < WS-CT-DATA
010270         GO TO 6520-EXIT
010280     END-IF
010290     IF WS-CT-VIGENCIA = SPACES
010300         OR WS-CR-EFFECTIVE(WS-CR-IDX) >= WS-CT-VIGENCIA
010310         MOVE WS-CR-EFFECTIVE(WS-CR-IDX) TO WS-CT-VIGENCIA
010320         MOVE WS-CR-DESC(WS-CR-IDX)      TO WS-CT-DESC
010330         MOVE WS-CR-PRECO(WS-CR-IDX)     TO WS-CT-PRECO
010340     END-IF.
010350 6520-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390*  6550-LOAD-BANDS
010400*  CARREGA AS FAIXAS HORARIAS EM VIGOR NA DATA DO CARTAO E GUARDA
010410*  A MAIOR VIGENCIA ENTRE ELAS, QUE ENTRA NA VERSAO DO CARTAO.
010420******************************************************************
010430 6550-LOAD-BANDS.
010440     MOVE ZERO       TO WS-CF-COUNT
010450     MOVE "00000000" TO WS-CT-FAIXA-VIG
010460     MOVE "N"        TO WS-CT-EOF-SW
010470     OPEN INPUT FARE-BAND-FILE
010480     IF WS-FBAND-FILE-STATUS NOT = "00"
010490         GO TO 6550-EXIT
010500     END-IF
010510     PERFORM 6560-LOAD-ONE-BAND THRU 6560-EXIT
010520         UNTIL WS-CT-EOF
010530     CLOSE FARE-BAND-FILE
010540     PERFORM 6580-MAX-BAND-VIG THRU 6580-EXIT
010550         VARYING WS-CF-IDX FROM 1 BY 1
010560         UNTIL WS-CF-IDX > WS-CF-COUNT.
010570 6550-EXIT.
010580     EXIT.
010590
010600 6560-LOAD-ONE-BAND.
010610     READ FARE-BAND-FILE
010620         AT END
010630             MOVE "Y" TO WS-CT-EOF-SW
010640             GO TO 6560-EXIT
010650     END-READ
010660     IF FBAND-MULT NOT NUMERIC
010670         GO TO 6560-EXIT
010680     END-IF
010690     IF FBAND-VIGENCIA NUMERIC
010700         MOVE FBAND-VIGENCIA TO WS-CT-FB-VIG-WK
010710     ELSE
010720         MOVE "00000000" TO WS-CT-FB-VIG-WK
010730     END-IF
010740     IF WS-CT-FB-VIG-WK > WS-CT-DATA
010750         GO TO 6560-EXIT
010760     END-IF
010770     MOVE ZERO TO WS-CT-POS
010780     PERFORM 6570-MATCH-BAND THRU 6570-EXIT
010790         VARYING WS-CT-SCAN2 FROM 1 BY 1
010800         UNTIL WS-CT-SCAN2 > WS-CF-COUNT OR WS-CT-POS > ZERO
010810     IF WS-CT-POS > ZERO
010820         SET WS-CF-IDX TO WS-CT-POS
010830         IF WS-CT-FB-VIG-WK > WS-CF-VIG(WS-CF-IDX)
010840             MOVE FBAND-START     TO WS-CF-START(WS-CF-IDX)
010850             MOVE FBAND-END       TO WS-CF-END(WS-CF-IDX)
010860             MOVE FBAND-MULT      TO WS-CF-MULT(WS-CF-IDX)
010870             MOVE WS-CT-FB-VIG-WK TO WS-CF-VIG(WS-CF-IDX)
010880         END-IF
010890         GO TO 6560-EXIT
010900     END-IF
010910     IF WS-CF-COUNT < 10
010920         ADD 1 TO WS-CF-COUNT
010930         SET WS-CF-IDX TO WS-CF-COUNT
010940         MOVE FBAND-NOME      TO WS-CF-NOME(WS-CF-IDX)
010950         MOVE FBAND-START     TO WS-CF-START(WS-CF-IDX)
010960         MOVE FBAND-END       TO WS-CF-END(WS-CF-IDX)
010970         MOVE FBAND-MULT      TO WS-CF-MULT(WS-CF-IDX)
010980         MOVE WS-CT-FB-VIG-WK TO WS-CF-VIG(WS-CF-IDX)
010990     END-IF.
011000 6560-EXIT.
011010     EXIT.
011020
011030 6570-MATCH-BAND.
011040     SET WS-CF-IDX TO WS-CT-SCAN2
011050     IF WS-CF-NOME(WS-CF-IDX) = FBAND-NOME
011060         MOVE WS-CT-SCAN2 TO WS-CT-POS
011070     END-IF.
011080 6570-EXIT.
011090     EXIT.
011100
011110 6580-MAX-BAND-VIG.
011120     IF WS-CF-VIG(WS-CF-IDX) > WS-CT-FAIXA-VIG
011130         MOVE WS-CF-VIG(WS-CF-IDX) TO WS-CT-FAIXA-VIG
011140     END-IF.
011150 6580-EXIT.
011160     EXIT.
011170
011180******************************************************************
011190*  6600-BUILD-BLOCKS
011200*  UM BLOCO DO CARTAO POR MULTIPLICADOR: O PRIMEIRO E O FORA DO
011210*  PICO (1,00, HORARIOS FORA DE TODA FAIXA); CADA FAIXA ENTRA NO
011220*  BLOCO DO SEU MULTIPLICADOR, COM O NOME E O HORARIO NO TITULO.
011230******************************************************************
011240 6600-BUILD-BLOCKS.
011250     MOVE 1 TO WS-CM-COUNT
011260     SET WS-CM-IDX TO 1
011270     MOVE 1.00 TO WS-CM-MULT(WS-CM-IDX)
011280     MOVE "FORA DO PICO (DEMAIS HORARIOS)"
011290         TO WS-CM-LABEL(WS-CM-IDX)
011300     MOVE 31 TO WS-CM-PTR(WS-CM-IDX)
011310     PERFORM 6610-ADD-BAND-TO-BLOCK THRU 6610-EXIT
011320         VARYING WS-CF-IDX FROM 1 BY 1
011330         UNTIL WS-CF-IDX > WS-CF-COUNT.
011340 6600-EXIT.
011350     EXIT.
011360
011370 6610-ADD-BAND-TO-BLOCK.
011380     MOVE ZERO TO WS-CT-POS
011390     PERFORM 6620-MATCH-BLOCK THRU 6620-EXIT
011400         VARYING WS-CT-SCAN2 FROM 1 BY 1
011410         UNTIL WS-CT-SCAN2 > WS-CM-COUNT OR WS-CT-POS > ZERO
011420     IF WS-CT-POS = 1
011430*        FAIXA COM MULTIPLICADOR 1 NAO MUDA O PRECO.
011440         GO TO 6610-EXIT
011450     END-IF
011460     IF WS-CT-POS = ZERO
011470         ADD 1 TO WS-CM-COUNT
011480         MOVE WS-CM-COUNT TO WS-CT-POS
011490         SET WS-CM-IDX TO WS-CT-POS
011500         MOVE WS-CF-MULT(WS-CF-IDX) TO WS-CM-MULT(WS-CM-IDX)
011510         MOVE SPACES TO WS-CM-LABEL(WS-CM-IDX)
011520         MOVE 1      TO WS-CM-PTR(WS-CM-IDX)
011530     END-IF
011540     SET WS-CM-IDX TO WS-CT-POS
011550     STRING WS-CF-NOME(WS-CF-IDX) DELIMITED BY "  "
011560            " " WS-CF-START(WS-CF-IDX)(1:4)
011570            "-" WS-CF-END(WS-CF-IDX)(1:4) "  "
011580                DELIMITED BY SIZE
011590         INTO WS-CM-LABEL(WS-CM-IDX)
011600         WITH POINTER WS-CM-PTR(WS-CM-IDX)
011610     END-STRING.
011620 6610-EXIT.
011630     EXIT.
011640
011650 6620-MATCH-BLOCK.
011660     SET WS-CM-IDX TO WS-CT-SCAN2
011670     IF WS-CM-MULT(WS-CM-IDX) = WS-CF-MULT(WS-CF-IDX)
011680         MOVE WS-CT-SCAN2 TO WS-CT-POS
011690     END-IF.
011700 6620-EXIT.
011710     EXIT.
011720
011730******************************************************************
011740*  6700-PRINT-BLOCK
011750*  UM BLOCO DO CARTAO: TITULO COM O MULTIPLICADOR E AS FAIXAS, E
011760*  UMA LINHA POR QUANTIDADE DE PASSAGEIROS.
011770******************************************************************
011780 6700-PRINT-BLOCK.
011790     MOVE WS-CM-MULT(WS-CM-IDX) TO WS-CT-MULT-ED
011800     MOVE SPACES TO CARD-LINE
011810     WRITE CARD-LINE
011820     MOVE SPACES TO CARD-LINE
011830     STRING "X" WS-CT-MULT-ED " - " WS-CM-LABEL(WS-CM-IDX)
011840         DELIMITED BY SIZE INTO CARD-LINE
011850     WRITE CARD-LINE
011860     MOVE "    PASS       INTEIRA         MEIA        IDOSO"
011870         TO CARD-LINE
011880     WRITE CARD-LINE
011890     PERFORM 6750-PRINT-ROW THRU 6750-EXIT
011900         VARYING WS-CT-PASS FROM 1 BY 1
011910         UNTIL WS-CT-PASS > WS-CT-QTDE.
011920 6700-EXIT.
011930     EXIT.
011940
011950******************************************************************
011960*  6750-PRINT-ROW
011970*  TARIFA UNITARIA DE CADA CATEGORIA CALCULADA COMO NO VIAGEM
011980*  (PRECO X CATEGORIA X FAIXA, TRUNCADA NOS CENTAVOS) E SO DEPOIS
011990*  MULTIPLICADA PELOS PASSAGEIROS - O TOTAL DO CARTAO BATE COM A
012000*  SOMA DAS PASSAGENS QUE O ACERTO CONFERE.
012010******************************************************************
012020 6750-PRINT-ROW.
012030     MOVE WS-CT-PASS TO WS-CTR-PASS
012040     MULTIPLY WS-CT-PRECO BY WS-MULT-INTEIRA GIVING WS-CT-BASE
012050     MULTIPLY WS-CT-BASE BY WS-CM-MULT(WS-CM-IDX)
012060         GIVING WS-CT-TARIFA
012070     MULTIPLY WS-CT-TARIFA BY WS-CT-PASS GIVING WS-CT-VALOR
012080     MOVE WS-CT-VALOR TO WS-CTR-INTEIRA
012090     MULTIPLY WS-CT-PRECO BY WS-MULT-MEIA GIVING WS-CT-BASE
012100     MULTIPLY WS-CT-BASE BY WS-CM-MULT(WS-CM-IDX)
012110         GIVING WS-CT-TARIFA
012120     MULTIPLY WS-CT-TARIFA BY WS-CT-PASS GIVING WS-CT-VALOR
012130     MOVE WS-CT-VALOR TO WS-CTR-MEIA
012140     MULTIPLY WS-CT-PRECO BY WS-MULT-IDOSO GIVING WS-CT-BASE
012150     MULTIPLY WS-CT-BASE BY WS-CM-MULT(WS-CM-IDX)
012160         GIVING WS-CT-TARIFA
012170     MULTIPLY WS-CT-TARIFA BY WS-CT-PASS GIVING WS-CT-VALOR
012180     MOVE WS-CT-VALOR TO WS-CTR-IDOSO
012190     MOVE WS-CT-ROW TO CARD-LINE
012200     WRITE CARD-LINE.
012210 6750-EXIT.
012220     EXIT.
012230
012240******************************************************************
012250*  6800-ISSUE-CARD
012260*  REGISTRA NO CARTEMIS A ENTREGA DO CARTAO A CADA COBRADOR DA
012270*  ROTA E IMPRIME A LINHA DE ENTREGA NO PROPRIO CARTAO.
012280******************************************************************
012290 6800-ISSUE-CARD.
012300     MOVE ZERO TO WS-CT-COBRADORES
012310     MOVE SPACES TO CARD-LINE
012320     WRITE CARD-LINE
012330     MOVE SPACES TO CARD-LINE
012340     MOVE "ENTREGAR A:" TO CARD-LINE
012350     MOVE 13 TO WS-CT-PTR
012360     PERFORM 6810-ISSUE-ONE THRU 6810-EXIT
012370         VARYING WS-CC-IDX FROM 1 BY 1
012380         UNTIL WS-CC-IDX > WS-CC-COUNT
012390     IF WS-CT-COBRADORES = ZERO
012400         MOVE "ENTREGAR A: (ROTA SEM PARTIDA NO TRIPVEIC)"
012410             TO CARD-LINE
012420     END-IF
012430     WRITE CARD-LINE.
012440 6800-EXIT.
012450     EXIT.
012460
012470 6810-ISSUE-ONE.
012480     IF WS-CC-ROTA(WS-CC-IDX) NOT = WS-CT-ROTA
012490         GO TO 6810-EXIT
012500     END-IF
012510     ADD 1 TO WS-CT-COBRADORES
012520     STRING WS-CC-COBRADOR(WS-CC-IDX) " " DELIMITED BY SIZE
012530         INTO CARD-LINE
012540         WITH POINTER WS-CT-PTR
012550     END-STRING
012560     MOVE SPACES                    TO CARD-ISSUE-RECORD
012570     MOVE WS-CC-COBRADOR(WS-CC-IDX) TO CEM-COBRADOR
012580     MOVE WS-CT-ROTA                TO CEM-ROTA
012590     MOVE WS-CT-VIGENCIA            TO CEM-VIGENCIA
012600     MOVE WS-CT-PRECO               TO CEM-PRECO
012610     MOVE WS-CT-FAIXA-VIG           TO CEM-FAIXA-VIG
012620     MOVE WS-CT-DATA                TO CEM-DATA-BASE
012630     MOVE WS-CT-QTDE                TO CEM-PASSAGEIROS
012640     MOVE WS-CT-ORIGEM              TO CEM-ORIGEM
012650     MOVE RUN-STAMP-DATE            TO CEM-EMISSAO
012660     MOVE RUN-STAMP-ID              TO CEM-RUN-ID
012670     MOVE WS-OPERATOR-ID            TO CEM-OPERADOR
012680     WRITE CARD-ISSUE-RECORD
012690     ADD 1 TO WS-ISSUE-COUNT.
012700 6810-EXIT.
012710     EXIT.
012720
012730 7000-WRITE-AUDIT.
012740     MOVE "TABUADA"         TO AUDIT-PROGRAM-ID
012750     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
012760     ACCEPT AUDIT-TIME FROM TIME
012770     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
012780     MOVE WS-N1                TO AUDIT-KEY
012790     MOVE SPACES              TO AUDIT-DETAIL
012800     IF WS-CACHE-HIT
012810         STRING "N=" WS-N1 " INICIO=" WS-INICIO " PASSO="
012820                WS-PASSO " QTDE=" WS-QTDE " ORIGEM=CACHE"
012830             DELIMITED BY SIZE INTO AUDIT-DETAIL
012840     ELSE
012850         STRING "N=" WS-N1 " INICIO=" WS-INICIO " PASSO="
012860                WS-PASSO " QTDE=" WS-QTDE " ORIGEM=NOVO"
012870             DELIMITED BY SIZE INTO AUDIT-DETAIL
012880     END-IF
012890     CALL "AUDITWR" USING AUDIT-RECORD.
012900
012910******************************************************************
012920*  7100-LOG-COMPUTE-ERROR
012930*  GRAVA NA TRILHA DE ERROS COMPARTILHADA QUANDO O CALCULO DE UMA
012940*  LINHA DA TABUADA ESTOURA A PICTURE DO RESULTADO (R).
012950******************************************************************
012960 7100-LOG-COMPUTE-ERROR.
012970     ADD 1 TO WS-ERROR-COUNT
012980     MOVE "TABUADA"        TO ERROR-PROGRAM-ID
012990     ACCEPT ERROR-DATE FROM DATE YYYYMMDD
013000     ACCEPT ERROR-TIME FROM TIME
013010     MOVE WS-N1             TO ERROR-KEY
013020     STRING "SIZE ERROR EM R = " WS-N1 " X " I
013030         DELIMITED BY SIZE INTO ERROR-DETAIL
013040     WRITE ERROR-LOG-RECORD.
013050
013060******************************************************************
013070*  7150-LOG-INVALID-REQUEST
013080*  GRAVA NA TRILHA DE ERROS COMPARTILHADA QUANDO UM PEDIDO DO
013090*  TABUADA-PARM-FILE VEM COM CAMPO NAO NUMERICO OU
013100*  PASSO/QUANTIDADE ZERO, EM VEZ DE GERAR OU BUSCAR NO CACHE COM
013101*  UM VALOR INVALIDO.
013110******************************************************************
013120 7150-LOG-INVALID-REQUEST.
013130     ADD 1 TO WS-ERROR-COUNT
013140     MOVE "TABUADA"        TO ERROR-PROGRAM-ID
013150     ACCEPT ERROR-DATE FROM DATE YYYYMMDD
013160     ACCEPT ERROR-TIME FROM TIME
013170     MOVE WS-N1             TO ERROR-KEY
013180     STRING "PEDIDO INVALIDO - N1/INICIO/PASSO/QTDE" DELIMITED
013190         BY SIZE INTO ERROR-DETAIL
013200     WRITE ERROR-LOG-RECORD.
013210
013220******************************************************************
013230*  7050-WRITE-CARD-AUDIT
013240*  GRAVA NA TRILHA DE AUDITORIA CADA CARTAO DE TARIFAS IMPRESSO,
013250*  COM A VERSAO E QUANTOS COBRADORES O RECEBERAM.
013260******************************************************************
013270 7050-WRITE-CARD-AUDIT.
013280     MOVE "TABUADA"         TO AUDIT-PROGRAM-ID
013290     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
013300     ACCEPT AUDIT-TIME FROM TIME
013310     MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
013320     MOVE WS-CT-ROTA        TO AUDIT-KEY
013330     MOVE SPACES            TO AUDIT-DETAIL
013340     STRING "CARTAO VIG=" WS-CT-VIGENCIA
013350            " FX=" WS-CT-FAIXA-VIG
013360            " DATA=" WS-CT-DATA " COBR=" WS-CT-COBRADORES
013370         DELIMITED BY SIZE INTO AUDIT-DETAIL
013380     CALL "AUDITWR" USING AUDIT-RECORD.
013390
013400******************************************************************
013410*  7160-LOG-CARD-ERROR
013420*  GRAVA NA TRILHA DE ERROS COMPARTILHADA A ROTA PEDIDA SEM
013430*  VIGENCIA NO ROTAMAST NA DATA DO CARTAO.
013440******************************************************************
013450 7160-LOG-CARD-ERROR.
013460     MOVE SPACES           TO ERROR-LOG-RECORD
013470     MOVE "TABUADA"        TO ERROR-PROGRAM-ID
013480     ACCEPT ERROR-DATE FROM DATE YYYYMMDD
013490     ACCEPT ERROR-TIME FROM TIME
013500     MOVE WS-CT-ROTA        TO ERROR-KEY
013510     STRING "CARTAO DE TARIFAS - ROTA SEM VIGENCIA EM " WS-CT-DATA
013520         DELIMITED BY SIZE INTO ERROR-DETAIL
013530     WRITE ERROR-LOG-RECORD.
013540
013550******************************************************************
013560*  3000-FINALIZE
013570*  MOSTRA OS TOTAIS DA EXECUCAO E FECHA OS ARQUIVOS.
013580******************************************************************
013590 3000-FINALIZE.
013600     MOVE "TAB-001" TO WS-MSG-CODE-WK
013610     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
013620     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " WS-REQUEST-COUNT
013630     MOVE "TAB-002" TO WS-MSG-CODE-WK
013640     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
013650     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " WS-HIT-COUNT
013660     MOVE "TAB-003" TO WS-MSG-CODE-WK
013670     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
013680     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " WS-MISS-COUNT
013690     IF WS-MODO-EXERCICIO
013700         CLOSE WORKSHEET-FILE
013710         CLOSE ANSWER-KEY-FILE
013720     END-IF
013730     CLOSE TABUADA-PARM-FILE
013740     CLOSE AUDIT-LOG-FILE
013750     CLOSE ERROR-LOG-FILE
013760     CLOSE TABUADA-REPORT-FILE.
013770
013780******************************************************************
013790*  8000-READ-PARM
013800*  LE O PROXIMO PEDIDO DE TABUADA.
013810******************************************************************
013820 8000-READ-PARM.
013830     READ TABUADA-PARM-FILE
013840         AT END
013850             MOVE "Y" TO WS-EOF-SW
013860     END-READ.
