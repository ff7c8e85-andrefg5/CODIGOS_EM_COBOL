000560*                   PROGRAMA DERIVA OS LADOS ANTES DA VALIDACAO E
000570*                   CLASSIFICACAO DE SEMPRE, IMPRIMINDO OS LADOS
000580*                   DERIVADOS PARA CONFERENCIA.
000590*  2026-10-15 AFG   REGISTRO DE ORCAMENTOS: COM O CODIGO DE UM
000600*                   CLIENTE DO CLIFRET A EXECUCAO VIRA UM
000610*                   ORCAMENTO NUMERADO NO ORCTRI (CLIENTE, PRECOS
000620*                   DO TRIPRICE USADOS, AREA, PERIMETRO, VALORES,
000630*                   TOTAL E VALIDADE) COM AS PECAS UMA A UMA NO
000640*                   ORCTRIPC. O ACEITE E A LISTAGEM POR SITUACAO
000650*                   FICAM NO FATURA. O CUSTO DAS PARCELAS ENTRA
000660*                   NOS TOTAIS DO SERVICO EM LINHA PROPRIA.
000670******************************************************************
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT TRIANGLE-LIST-FILE ASSIGN TO "TRIANGLST"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730     SELECT TRIANGLE-REPORT-FILE ASSIGN TO "TRIRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT TRIANGLE-REJECT-FILE ASSIGN TO "TRIREJ"
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT TRIANGLE-PRICE-FILE ASSIGN TO "TRIPRICE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS  IS WS-TPRICE-FILE-STATUS.
000800     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000830     SELECT CUSTOMER-FILE ASSIGN TO "CLIFRET"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS  IS WS-CLI-FILE-STATUS.
000860     SELECT QUOTE-FILE ASSIGN TO "ORCTRI"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS  IS WS-ORC-FILE-STATUS.
000890     SELECT QUOTE-PIECE-FILE ASSIGN TO "ORCTRIPC"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS  IS WS-OPC-FILE-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  TRIANGLE-LIST-FILE
000950     RECORDING MODE IS F.
000960     COPY TRIANGREC.
000970 FD  TRIANGLE-REPORT-FILE
000980     RECORDING MODE IS F.
000990 01  REPORT-LINE                 PIC X(80).
001000 FD  TRIANGLE-REJECT-FILE
001010     RECORDING MODE IS F.
001020 01  REJECT-LINE                 PIC X(80).
001030 FD  AUDIT-LOG-FILE
001040     RECORDING MODE IS F.
001050     COPY AUDITREC.
001060 FD  TRIANGLE-PRICE-FILE
001070     RECORDING MODE IS F.
001080     COPY TRIPRICEREC.
001090 FD  CUSTOMER-FILE
001100     RECORDING MODE IS F.
001110     COPY CLIFREC.
001120 FD  QUOTE-FILE
001130     RECORDING MODE IS F.
001140     COPY ORCTRIREC.
001150 FD  QUOTE-PIECE-FILE
001160     RECORDING MODE IS F.
001170     COPY ORCPECREC.
001180 WORKING-STORAGE SECTION.
001190 01  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
001200 01  LADO                        PIC 999V99.
001210 01  LADO1                       PIC 999V99.
001220 01  LADO2                       PIC 999V99.
001230 01  WS-CLASSIF-LADOS            PIC X(11).
001240 01  WS-CLASSIF-ANGULO           PIC X(11).
001250 01  WS-MAIOR                    PIC 999V99.
001260 01  WS-OUTRO1                   PIC 999V99.
001270 01  WS-OUTRO2                   PIC 999V99.
001280 01  WS-MAIOR-SQ                 PIC 9(06)V9999.
001290 01  WS-SOMA-SQ                  PIC 9(06)V9999.
001300 01  WS-TEMP-SQ                  PIC 9(06)V9999.
001310 01  WS-SEMI                     PIC 9(04)V99.
001320 01  WS-TERM-A                   PIC 9(04)V99.
001330 01  WS-TERM-B                   PIC 9(04)V99.
001340 01  WS-TERM-C                   PIC 9(04)V99.
001350 01  WS-HERON-PROD               PIC 9(15)V9999 VALUE ZERO.
001360 01  WS-AREA                     PIC 9(06)V99.
001370 01  WS-TPRICE-FILE-STATUS       PIC X(02)   VALUE "00".
001380 01  WS-PRECO-AREA               PIC 9(05)V99 VALUE ZERO.
001390 01  WS-PRECO-BORDA              PIC 9(05)V99 VALUE ZERO.
001400 01  WS-PERIMETRO                PIC 9(04)V99.
001410 01  WS-CUSTO-MATERIAL           PIC 9(07)V99.
001420 01  WS-CUSTO-ACABAMENTO         PIC 9(07)V99.
001430 01  WS-TOT-AREA                 PIC 9(09)V99 VALUE ZERO.
001440 01  WS-TOT-MATERIAL             PIC 9(09)V99 VALUE ZERO.
001450 01  WS-TOT-ACABAMENTO           PIC 9(09)V99 VALUE ZERO.
001460 01  WS-CUSTO-ED                 PIC ZZZZZZ9.99.
001470 01  WS-CUSTO2-ED                PIC ZZZZZZ9.99.
001480 01  WS-TOT-ED                   PIC ZZZZZZZZ9.99.
001490 01  WS-DX                       PIC S9(04)V99.
001500 01  WS-DY                       PIC S9(04)V99.
001510 01  WS-DIST-SQ                  PIC 9(08)V9999.
001520 01  WS-TRIANGLE-COUNT           PIC 9(05)   VALUE ZERO.
001530 01  WS-REJECT-COUNT             PIC 9(05)   VALUE ZERO.
001540 01  WS-TOT-PERIMETRO            PIC 9(07)V99 VALUE ZERO.
001550 01  WS-TOT-PL-AREA              PIC 9(09)V99 VALUE ZERO.
001560 01  WS-TOT-PARCELA              PIC 9(09)V99 VALUE ZERO.
001570
001580******************************************************************
001590*  ORCAMENTO NUMERADO (ORCTRI/ORCTRIPC): CLIENTE DO CLIFRET,
001600*  VALIDADE EM DIAS CORRIDOS (PADRAO 30) E A SEQUENCIA, QUE SEGUE
001610*  DO MAIOR NUMERO JA GRAVADO NO ORCTRI.
001620******************************************************************
001630 01  WS-CLI-FILE-STATUS          PIC X(02)   VALUE "00".
001640 01  WS-ORC-FILE-STATUS          PIC X(02)   VALUE "00".
001650 01  WS-OPC-FILE-STATUS          PIC X(02)   VALUE "00".
001660 01  WS-ORC-SW                   PIC X(01)   VALUE "N".
001670     88  WS-COM-ORCAMENTO                    VALUE "Y".
001680 01  WS-ORC-LIDO-SW              PIC X(01)   VALUE "N".
001690     88  WS-ORC-LIDO-EOF                     VALUE "Y".
001700 01  WS-CLI-EOF-SW               PIC X(01)   VALUE "N".
001710     88  WS-CLI-EOF                          VALUE "Y".
001720 01  WS-CLI-ACHADO-SW            PIC X(01)   VALUE "N".
001730     88  WS-CLI-ACHADO                       VALUE "Y".
001740 01  WS-ORC-CLIENTE              PIC X(06).
001750 01  WS-ORC-NOME                 PIC X(30).
001760 01  WS-ORC-NUMERO               PIC 9(06)   VALUE ZERO.
001770 01  WS-ORC-ITEM                 PIC 9(03)   VALUE ZERO.
001780 01  WS-ORC-DIAS-IN              PIC X(03).
001790 01  WS-ORC-DIAS                 PIC 9(03).
001800 77  WS-ORC-DIAS-PADRAO          PIC 9(03)   VALUE 30.
001810 01  WS-ORC-HOJE                 PIC X(08).
001820 01  WS-ORC-VALIDADE             PIC X(08).
001830 01  WS-ORC-TOTAL                PIC 9(09)V99.
001840 01  WS-ORC-DATA-NUM             PIC 9(08).
001850 01  WS-ORC-DIAS-INT             PIC 9(07).
001860 01  WS-ORC-PT                   PIC 9(02).
001870
001880******************************************************************
001890*  MODO DE PARCELA (REGISTRO "P"): AREA POR TRIANGULACAO EM
001900*  LEQUE A PARTIR DO PRIMEIRO CANTO, COM TESTE DE CANTOS
001910*  COLINEARES (AREA NULA) E DE LADOS QUE SE CRUZAM.
001920******************************************************************
001930 01  WS-PL-SIGNED                PIC S9(09)V9(04) VALUE ZERO.
001940 01  WS-PL-CROSS                 PIC S9(09)V9(04).
001950 01  WS-PL-TRI-AREA              PIC 9(08)V99.
001960 01  WS-PL-AREA                  PIC 9(09)V99.
001970 01  WS-PL-CUSTO                 PIC 9(09)V99.
001980 01  WS-PL-I                     PIC 9(02).
001990 01  WS-PL-J                     PIC 9(02).
002000 01  WS-PL-I2                    PIC 9(02).
002010 01  WS-PL-J2                    PIC 9(02).
002020 01  WS-PL-N                     PIC 9(02).
002030 01  WS-PL-CRUZA-SW              PIC X(01).
002040     88  WS-PL-CRUZA                         VALUE "Y".
002050 01  WS-PARCEL-COUNT             PIC 9(05)   VALUE ZERO.
002060 01  WS-O1                       PIC S9(09)V9(04).
002070 01  WS-O2                       PIC S9(09)V9(04).
002080 01  WS-O3                       PIC S9(09)V9(04).
002090 01  WS-O4                       PIC S9(09)V9(04).
002100 01  WS-MSG-CODE-WK              PIC X(08).
002110 01  WS-MSG-TEXT-WK              PIC X(60).
002120 01  WS-OPERATOR-ID              PIC X(08).
002130 01  WS-OPERATOR-PIN             PIC X(04).
002140 01  WS-RUN-STAMP-DISP           PIC X(30).
002150     COPY RUNSTAMP.
002160 01  WS-SWITCHES.
002170     05  WS-EOF-SW               PIC X(01)   VALUE "N".
002180         88  WS-EOF                          VALUE "Y".
002190     05  WS-VALID-SW             PIC X(01)   VALUE "Y".
002200         88  WS-VALID                        VALUE "Y".
002210     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
002220         88  WS-SIGNON-VALID                 VALUE "Y".
002230
002240 PROCEDURE DIVISION.
002250
002260 0000-MAINLINE.
002270     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002280     PERFORM 1000-INITIALIZE
002290     PERFORM 2000-PROCESS-TRIANGLE THRU 2000-EXIT
002300         UNTIL WS-EOF
002310     PERFORM 3000-FINALIZE
002320     STOP RUN.
002330
002340******************************************************************
002350*  0010-SIGN-ON
002360*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002370*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002380******************************************************************
002390 0010-SIGN-ON.
002400     MOVE "N" TO WS-SIGNON-VALID-SW
002410     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002420         UNTIL WS-SIGNON-VALID.
002430 0010-EXIT.
002440     EXIT.
002450
002460 0020-PROMPT-SIGNON.
002470     MOVE "SGN-001" TO WS-MSG-CODE-WK
002480     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002490     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002500     ACCEPT WS-OPERATOR-ID
002510     MOVE "SGN-002" TO WS-MSG-CODE-WK
002520     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002530     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002540     ACCEPT WS-OPERATOR-PIN
002550     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002560                           WS-SIGNON-VALID-SW
002570     IF NOT WS-SIGNON-VALID
002580         MOVE "SGN-003" TO WS-MSG-CODE-WK
002590         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002600         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002610     END-IF.
002620 0020-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660*  1000-INITIALIZE
002670*  ABRE OS ARQUIVOS E LE O PRIMEIRO TRIANGULO DA LISTA.
002680******************************************************************
002690 1000-INITIALIZE.
002700     PERFORM 0200-READ-PRICES
002710     PERFORM 0300-ASK-QUOTE THRU 0300-EXIT
002720     OPEN INPUT  TRIANGLE-LIST-FILE
002730     OPEN OUTPUT TRIANGLE-REPORT-FILE
002740     OPEN OUTPUT TRIANGLE-REJECT-FILE
002750     PERFORM 0100-OPEN-AUDIT-LOG-FILE
002760     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002770     ACCEPT RUN-STAMP-ID   FROM TIME
002780     MOVE SPACES TO WS-RUN-STAMP-DISP
002790     STRING "EXECUCAO " DELIMITED BY SIZE
002800            RUN-STAMP-DATE DELIMITED BY SIZE
002810            " " DELIMITED BY SIZE
002820            RUN-STAMP-ID DELIMITED BY SIZE
002830         INTO WS-RUN-STAMP-DISP
002840     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
002850     WRITE REPORT-LINE
002860     MOVE WS-RUN-STAMP-DISP TO REJECT-LINE
002870     WRITE REJECT-LINE
002880     PERFORM 8000-READ-TRIANGLE.
002890
002900******************************************************************
002910*  0200-READ-PRICES
002920*  LE OS PRECOS UNITARIOS DO ORCAMENTO. SEM O ARQUIVO, OS CUSTOS
002930*  SAEM ZERADOS E O RELATORIO VOLTA A SER SO CLASSIFICACAO.
002940******************************************************************
002950 0200-READ-PRICES.
002960     OPEN INPUT TRIANGLE-PRICE-FILE
002970     IF WS-TPRICE-FILE-STATUS = "00"
002980         READ TRIANGLE-PRICE-FILE
002990             NOT AT END
003000                 IF TPRICE-AREA-UNIT IS NUMERIC
003010                     MOVE TPRICE-AREA-UNIT TO WS-PRECO-AREA
003020                 END-IF
003030                 IF TPRICE-EDGE-UNIT IS NUMERIC
003040                     MOVE TPRICE-EDGE-UNIT TO WS-PRECO-BORDA
003050                 END-IF
003060         END-READ
003070         CLOSE TRIANGLE-PRICE-FILE
003080     END-IF.
003090
003100******************************************************************
003110*  0300-ASK-QUOTE
003120*  PERGUNTA O CLIENTE DO ORCAMENTO. COM UM CLIENTE ATIVO DO
003130*  CLIFRET A EXECUCAO VIRA O ORCAMENTO NUMERADO SEGUINTE DO
003140*  ORCTRI, COM A VALIDADE PEDIDA; EM BRANCO (OU CLIENTE SEM
003150*  CADASTRO) O RELATORIO SAI COMO SEMPRE, SEM ORCAMENTO GRAVADO.
003160******************************************************************
003170 0300-ASK-QUOTE.
003180     DISPLAY "CLIENTE DO ORCAMENTO (CLIFRET, BRANCO = SEM "
003190             "ORCAMENTO):"
003200     ACCEPT WS-ORC-CLIENTE
003210     IF WS-ORC-CLIENTE = SPACES
003220         GO TO 0300-EXIT
003230     END-IF
003240     PERFORM 0320-FIND-CLIENTE THRU 0320-EXIT
003250     IF NOT WS-CLI-ACHADO
003260         DISPLAY "CLIENTE " WS-ORC-CLIENTE " SEM CADASTRO ATIVO "
003270                 "NO CLIFRET - EXECUCAO SEM ORCAMENTO"
003280         GO TO 0300-EXIT
003290     END-IF
003300     DISPLAY "VALIDADE DO ORCAMENTO EM DIAS (BRANCO = 30):"
003310     ACCEPT WS-ORC-DIAS
003320     IF WS-ORC-DIAS = ZERO
003330         MOVE WS-ORC-DIAS-PADRAO TO WS-ORC-DIAS
003340     END-IF
003350     ACCEPT WS-ORC-HOJE FROM DATE YYYYMMDD
003360     MOVE WS-ORC-HOJE TO WS-ORC-DATA-NUM
003370     COMPUTE WS-ORC-DIAS-INT =
003380         FUNCTION INTEGER-OF-DATE(WS-ORC-DATA-NUM) + WS-ORC-DIAS
003390     COMPUTE WS-ORC-DATA-NUM =
003400         FUNCTION DATE-OF-INTEGER(WS-ORC-DIAS-INT)
003410     MOVE WS-ORC-DATA-NUM TO WS-ORC-VALIDADE
003420     PERFORM 0340-NEXT-QUOTE-NUMBER THRU 0340-EXIT
003430     OPEN EXTEND QUOTE-PIECE-FILE
003440     IF WS-OPC-FILE-STATUS = "35"
003450         OPEN OUTPUT QUOTE-PIECE-FILE
003460         CLOSE QUOTE-PIECE-FILE
003470         OPEN EXTEND QUOTE-PIECE-FILE
003480     END-IF
003490     MOVE "Y" TO WS-ORC-SW
003500     DISPLAY "ORCAMENTO " WS-ORC-NUMERO " - " WS-ORC-NOME
003510             " - VALIDO ATE " WS-ORC-VALIDADE.
003520 0300-EXIT.
003530     EXIT.
003540
003550 0320-FIND-CLIENTE.
003560     MOVE "N" TO WS-CLI-ACHADO-SW
003570     OPEN INPUT CUSTOMER-FILE
003580     IF WS-CLI-FILE-STATUS NOT = "00"
003590         DISPLAY "CLIFRET INDISPONIVEL"
003600         GO TO 0320-EXIT
003610     END-IF
003620     MOVE "N" TO WS-CLI-EOF-SW
003630     PERFORM 0330-READ-CLIENTE THRU 0330-EXIT
003640         UNTIL WS-CLI-EOF OR WS-CLI-ACHADO
003650     CLOSE CUSTOMER-FILE.
003660 0320-EXIT.
003670     EXIT.
003680
003690 0330-READ-CLIENTE.
003700     READ CUSTOMER-FILE
003710         AT END
003720             MOVE "Y" TO WS-CLI-EOF-SW
003730             GO TO 0330-EXIT
003740     END-READ
003750     IF CLI-ID = WS-ORC-CLIENTE
003760         AND NOT CLI-ENCERRADO
003770         MOVE "Y" TO WS-CLI-ACHADO-SW
003780         MOVE CLI-NOME TO WS-ORC-NOME
003790     END-IF.
003800 0330-EXIT.
003810     EXIT.
003820
003830*    O NUMERO SEGUE DO MAIOR JA GRAVADO; SEM ORCTRI COMECA EM 1.
003840 0340-NEXT-QUOTE-NUMBER.
003850     MOVE ZERO TO WS-ORC-NUMERO
003860     OPEN INPUT QUOTE-FILE
003870     IF WS-ORC-FILE-STATUS = "00"
003880         MOVE "N" TO WS-ORC-LIDO-SW
003890         PERFORM 0350-READ-QUOTE THRU 0350-EXIT
003900             UNTIL WS-ORC-LIDO-EOF
003910         CLOSE QUOTE-FILE
003920     END-IF
003930     ADD 1 TO WS-ORC-NUMERO.
003940 0340-EXIT.
003950     EXIT.
003960
003970 0350-READ-QUOTE.
003980     READ QUOTE-FILE
003990         AT END
004000             MOVE "Y" TO WS-ORC-LIDO-SW
004010             GO TO 0350-EXIT
004020     END-READ
004030     IF ORC-NUMERO NUMERIC
004040         AND ORC-NUMERO > WS-ORC-NUMERO
004050         MOVE ORC-NUMERO TO WS-ORC-NUMERO
004060     END-IF.
004070 0350-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*  0100-OPEN-AUDIT-LOG-FILE
004120*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
004130*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
004140******************************************************************
004150 0100-OPEN-AUDIT-LOG-FILE.
004160     OPEN EXTEND AUDIT-LOG-FILE
004170     IF WS-AUDIT-FILE-STATUS = "35"
004180         OPEN OUTPUT AUDIT-LOG-FILE
004190         CLOSE AUDIT-LOG-FILE
004200         OPEN EXTEND AUDIT-LOG-FILE
004210     END-IF.
004220
004230******************************************************************
004240*  2000-PROCESS-TRIANGLE
004250*  VALIDA E CLASSIFICA UM TRIANGULO DA LISTA PELOS LADOS E PELOS
004260*  ANGULOS, E CALCULA SUA AREA.
004270******************************************************************
004280 2000-PROCESS-TRIANGLE.
004290*    REGISTRO "P" E UMA PARCELA DE TERRENO - TEM FLUXO PROPRIO.
004300     IF TRIP-PARCELA
004310         PERFORM 3900-PROCESS-PARCEL THRU 3900-EXIT
004320         PERFORM 8000-READ-TRIANGLE
004330         GO TO 2000-EXIT
004340     END-IF
004350     IF TRIC-COORDS
004360         PERFORM 2900-DERIVE-SIDES THRU 2900-EXIT
004370         GO TO 2000-VALIDATE
004380     END-IF
004390     MOVE TRI-LADO-A TO LADO
004400     MOVE TRI-LADO-B TO LADO1
004410     MOVE TRI-LADO-C TO LADO2.
004420 2000-VALIDATE.
004430     PERFORM 1600-VALIDATE-TRIANGLE
004440     IF NOT WS-VALID
004450         PERFORM 8000-READ-TRIANGLE
004460         GO TO 2000-EXIT
004470     END-IF
004480     ADD 1 TO WS-TRIANGLE-COUNT
004490     PERFORM 2500-CLASSIFY-SIDES
004500     PERFORM 2600-CLASSIFY-ANGLE
004510     PERFORM 2700-COMPUTE-AREA
004520     PERFORM 2750-COMPUTE-COSTS
004530     PERFORM 2800-WRITE-REPORT-LINE
004540     PERFORM 2850-WRITE-COST-LINE
004550     IF WS-COM-ORCAMENTO
004560         PERFORM 2870-WRITE-QUOTE-PIECE
004570     END-IF
004580     PERFORM 7000-WRITE-AUDIT
004590     PERFORM 8000-READ-TRIANGLE.
004600 2000-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640*  2900-DERIVE-SIDES
004650*  DERIVA OS TRES LADOS A PARTIR DOS TRES CANTOS (X,Y) DO
004660*  REGISTRO DE COORDENADAS E OS IMPRIME PARA CONFERENCIA; DALI
004670*  EM DIANTE O FLUXO (VALIDACAO, CLASSIFICACAO, AREA, ORCAMENTO)
004680*  E O MESMO DO REGISTRO DE LADOS.
004690******************************************************************
004700 2900-DERIVE-SIDES.
004710     COMPUTE WS-DX = TRIC-X1 - TRIC-X2
004720     COMPUTE WS-DY = TRIC-Y1 - TRIC-Y2
004730     COMPUTE WS-DIST-SQ = WS-DX * WS-DX + WS-DY * WS-DY
004740     COMPUTE LADO ROUNDED = FUNCTION SQRT(WS-DIST-SQ)
004750     COMPUTE WS-DX = TRIC-X2 - TRIC-X3
004760     COMPUTE WS-DY = TRIC-Y2 - TRIC-Y3
004770     COMPUTE WS-DIST-SQ = WS-DX * WS-DX + WS-DY * WS-DY
004780     COMPUTE LADO1 ROUNDED = FUNCTION SQRT(WS-DIST-SQ)
004790     COMPUTE WS-DX = TRIC-X3 - TRIC-X1
004800     COMPUTE WS-DY = TRIC-Y3 - TRIC-Y1
004810     COMPUTE WS-DIST-SQ = WS-DX * WS-DX + WS-DY * WS-DY
004820     COMPUTE LADO2 ROUNDED = FUNCTION SQRT(WS-DIST-SQ)
004830     MOVE SPACES TO REPORT-LINE
004840     STRING "COORDENADAS - LADOS DERIVADOS " LADO
004850            " " LADO1 " " LADO2
004860         DELIMITED BY SIZE INTO REPORT-LINE
004870     WRITE REPORT-LINE.
004880 2900-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920*  1600-VALIDATE-TRIANGLE
004930*  A SOMA DE QUAISQUER DOIS LADOS TEM DE SER MAIOR QUE O TERCEIRO,
004940*  SENAO OS LADOS NAO FORMAM UM TRIANGULO DE VERDADE.
004950******************************************************************
004960 1600-VALIDATE-TRIANGLE.
004970     MOVE "Y" TO WS-VALID-SW
004980     IF NOT (LADO + LADO1 > LADO2
004990             AND LADO + LADO2 > LADO1
005000             AND LADO1 + LADO2 > LADO)
005010         MOVE "N" TO WS-VALID-SW
005020         ADD 1 TO WS-REJECT-COUNT
005030         MOVE SPACES TO REJECT-LINE
005040         STRING "TRIANGULO " DELIMITED BY SIZE
005050                LADO DELIMITED BY SIZE
005060                " " DELIMITED BY SIZE
005070                LADO1 DELIMITED BY SIZE
005080                " " DELIMITED BY SIZE
005090                LADO2 DELIMITED BY SIZE
005100                " REJEITADO - NAO FORMA UM TRIANGULO VALIDO"
005110                    DELIMITED BY SIZE
005120             INTO REJECT-LINE
005130         WRITE REJECT-LINE
005140     END-IF.
005150
005160******************************************************************
005170*  2500-CLASSIFY-SIDES
005180*  CLASSIFICA O TRIANGULO EM EQUILATERO, ISOSCELES OU ESCALENO.
005190******************************************************************
005200 2500-CLASSIFY-SIDES.
005210     IF LADO = LADO1 AND LADO1 = LADO2
005220         MOVE "EQUILATERO" TO WS-CLASSIF-LADOS
005230     ELSE
005240         IF LADO = LADO1 OR LADO2 = LADO OR LADO1 = LADO2
005250             MOVE "ISOSCELES" TO WS-CLASSIF-LADOS
005260         ELSE
005270             MOVE "ESCALENO" TO WS-CLASSIF-LADOS
005280         END-IF
005290     END-IF.
005300
005310******************************************************************
005320*  2600-CLASSIFY-ANGLE
005330*  COMPARA O QUADRADO DO MAIOR LADO COM A SOMA DOS QUADRADOS DOS
005340*  OUTROS DOIS PARA CLASSIFICAR O TRIANGULO EM ACUTANGULO,
005350*  RETANGULO OU OBTUSANGULO.
005360******************************************************************
005370 2600-CLASSIFY-ANGLE.
005380     IF LADO >= LADO1 AND LADO >= LADO2
005390         MOVE LADO  TO WS-MAIOR
005400         MOVE LADO1 TO WS-OUTRO1
005410         MOVE LADO2 TO WS-OUTRO2
005420     ELSE
005430         IF LADO1 >= LADO AND LADO1 >= LADO2
005440             MOVE LADO1 TO WS-MAIOR
005450             MOVE LADO  TO WS-OUTRO1
005460             MOVE LADO2 TO WS-OUTRO2
005470         ELSE
005480             MOVE LADO2 TO WS-MAIOR
005490             MOVE LADO  TO WS-OUTRO1
005500             MOVE LADO1 TO WS-OUTRO2
005510         END-IF
005520     END-IF
005530     COMPUTE WS-MAIOR-SQ = WS-MAIOR * WS-MAIOR
005540     COMPUTE WS-SOMA-SQ  = WS-OUTRO1 * WS-OUTRO1
005550     COMPUTE WS-TEMP-SQ  = WS-OUTRO2 * WS-OUTRO2
005560     ADD WS-TEMP-SQ TO WS-SOMA-SQ
005570     IF WS-MAIOR-SQ = WS-SOMA-SQ
005580         MOVE "RETANGULO" TO WS-CLASSIF-ANGULO
005590     ELSE
005600         IF WS-MAIOR-SQ > WS-SOMA-SQ
005610             MOVE "OBTUSANGULO" TO WS-CLASSIF-ANGULO
005620         ELSE
005630             MOVE "ACUTANGULO" TO WS-CLASSIF-ANGULO
005640         END-IF
005650     END-IF.
005660
005670******************************************************************
005680*  2700-COMPUTE-AREA
005690*  CALCULA A AREA PELA FORMULA DE HERON: RAIZ QUADRADA DE
005700*  S*(S-A)*(S-B)*(S-C), ONDE S E O SEMIPERIMETRO. CADA FATOR E
005710*  ACUMULADO SEPARADAMENTE PARA EVITAR O ARREDONDAMENTO ERRADO DE
005720*  UM COMPUTE COM VARIOS TERMOS DE UMA VEZ SO.
005730******************************************************************
005740 2700-COMPUTE-AREA.
005750     COMPUTE WS-SEMI ROUNDED = (LADO + LADO1 + LADO2) / 2
005760     COMPUTE WS-TERM-A ROUNDED = WS-SEMI - LADO
005770     COMPUTE WS-TERM-B ROUNDED = WS-SEMI - LADO1
005780     COMPUTE WS-TERM-C ROUNDED = WS-SEMI - LADO2
005790     COMPUTE WS-HERON-PROD = WS-SEMI * WS-TERM-A
005800     COMPUTE WS-HERON-PROD = WS-HERON-PROD * WS-TERM-B
005810     COMPUTE WS-HERON-PROD = WS-HERON-PROD * WS-TERM-C
005820     COMPUTE WS-AREA ROUNDED = FUNCTION SQRT(WS-HERON-PROD).
005830
005840******************************************************************
005850*  2750-COMPUTE-COSTS
005860*  PERIMETRO E CUSTOS DA PECA: MATERIAL PELA AREA E ACABAMENTO
005870*  PELA BORDA, COM OS PRECOS UNITARIOS DO TRIPRICE. OS TOTAIS DO
005880*  SERVICO SO RECEBEM PECAS VALIDAS (AS REJEITADAS SAEM ANTES).
005890******************************************************************
005900 2750-COMPUTE-COSTS.
005910     COMPUTE WS-PERIMETRO = LADO + LADO1 + LADO2
005920     COMPUTE WS-CUSTO-MATERIAL ROUNDED =
005930         WS-AREA * WS-PRECO-AREA
005940     COMPUTE WS-CUSTO-ACABAMENTO ROUNDED =
005950         WS-PERIMETRO * WS-PRECO-BORDA
005960     ADD WS-AREA             TO WS-TOT-AREA
005970     ADD WS-CUSTO-MATERIAL   TO WS-TOT-MATERIAL
005980     ADD WS-CUSTO-ACABAMENTO TO WS-TOT-ACABAMENTO
005990     ADD WS-PERIMETRO        TO WS-TOT-PERIMETRO.
006000
006010******************************************************************
006020*  2850-WRITE-COST-LINE
006030*  GRAVA A LINHA DE ORCAMENTO DA PECA NO RELATORIO.
006040******************************************************************
006050 2850-WRITE-COST-LINE.
006060     MOVE SPACES TO REPORT-LINE
006070     MOVE WS-CUSTO-MATERIAL   TO WS-CUSTO-ED
006080     MOVE WS-CUSTO-ACABAMENTO TO WS-CUSTO2-ED
006090     STRING "  PERIMETRO " WS-PERIMETRO
006100            " MATERIAL R$" WS-CUSTO-ED
006110            " ACABAMENTO R$" WS-CUSTO2-ED
006120         DELIMITED BY SIZE INTO REPORT-LINE
006130     WRITE REPORT-LINE.
006140
006150******************************************************************
006160*  2870-WRITE-QUOTE-PIECE
006170*  GRAVA O TRIANGULO NO ORCTRIPC COMO ITEM DO ORCAMENTO: LADOS,
006180*  CANTOS (SE VEIO POR COORDENADAS), AREA, PERIMETRO E CUSTOS.
006190******************************************************************
006200 2870-WRITE-QUOTE-PIECE.
006210     ADD 1 TO WS-ORC-ITEM
006220     MOVE SPACES TO QUOTE-PIECE-RECORD
006230     INITIALIZE QUOTE-PIECE-RECORD
006240     MOVE WS-ORC-NUMERO       TO OPC-NUMERO
006250     MOVE WS-ORC-ITEM         TO OPC-ITEM
006260     MOVE "T"                 TO OPC-TIPO
006270     MOVE LADO                TO OPC-LADO-A
006280     MOVE LADO1               TO OPC-LADO-B
006290     MOVE LADO2               TO OPC-LADO-C
006300     IF TRIC-COORDS
006310         MOVE 3       TO OPC-CANTOS
006320         MOVE TRIC-X1 TO OPC-X(1)
006330         MOVE TRIC-Y1 TO OPC-Y(1)
006340         MOVE TRIC-X2 TO OPC-X(2)
006350         MOVE TRIC-Y2 TO OPC-Y(2)
006360         MOVE TRIC-X3 TO OPC-X(3)
006370         MOVE TRIC-Y3 TO OPC-Y(3)
006380     END-IF
006390     MOVE WS-AREA             TO OPC-AREA
006400     MOVE WS-PERIMETRO        TO OPC-PERIMETRO
006410     MOVE WS-CUSTO-MATERIAL   TO OPC-MATERIAL
006420     MOVE WS-CUSTO-ACABAMENTO TO OPC-ACABAMENTO
006430     WRITE QUOTE-PIECE-RECORD.
006440
006450******************************************************************
006460*  2800-WRITE-REPORT-LINE
006470*  GRAVA A CLASSIFICACAO E A AREA DO TRIANGULO NO RELATORIO.
006480******************************************************************
006490 2800-WRITE-REPORT-LINE.
006500     DISPLAY "LADOS " LADO " " LADO1 " " LADO2
006510         " - " WS-CLASSIF-LADOS " - " WS-CLASSIF-ANGULO
006520         " - AREA " WS-AREA
006530     MOVE SPACES TO REPORT-LINE
006540     STRING "LADOS " DELIMITED BY SIZE
006550            LADO DELIMITED BY SIZE
006560            " " DELIMITED BY SIZE
006570            LADO1 DELIMITED BY SIZE
006580            " " DELIMITED BY SIZE
006590            LADO2 DELIMITED BY SIZE
006600            " " DELIMITED BY SIZE
006610            WS-CLASSIF-LADOS DELIMITED BY SIZE
006620            " " DELIMITED BY SIZE
006630            WS-CLASSIF-ANGULO DELIMITED BY SIZE
006640            " AREA " DELIMITED BY SIZE
006650            WS-AREA DELIMITED BY SIZE
006660         INTO REPORT-LINE
006670     WRITE REPORT-LINE.
006680
006690******************************************************************
006700*  7000-WRITE-AUDIT
006710*  GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COMPARTILHADA.
006720******************************************************************
006730******************************************************************
006740*  3900-PROCESS-PARCEL
006750*  PARCELA: VALIDA OS CANTOS (4 A 10, NUMERICOS), TESTA LADOS
006760*  QUE SE CRUZAM, DECOMPOE EM TRIANGULOS (LEQUE DO CANTO 1),
006770*  SOMA AS AREAS, ORCA PELO PRECO DE AREA DO TRIPRICE E IMPRIME
006780*  O DETALHE POR TRIANGULO NO TRIRPT. CANTOS COLINEARES (AREA
006790*  NULA) OU LADOS CRUZADOS VAO AO TRIREJ COM O MOTIVO.
006800******************************************************************
006810 3900-PROCESS-PARCEL.
006820     IF TRIP-NPTS NOT NUMERIC
006830         OR TRIP-NPTS < 4 OR TRIP-NPTS > 10
006840         PERFORM 3950-REJECT-PARCEL THRU 3950-EXIT
006850         GO TO 3900-EXIT
006860     END-IF
006870     MOVE TRIP-NPTS TO WS-PL-N
006880     MOVE "Y" TO WS-VALID-SW
006890     PERFORM 3910-CHECK-ONE-PONTO THRU 3910-EXIT
006900         VARYING WS-PL-I FROM 1 BY 1
006910         UNTIL WS-PL-I > WS-PL-N OR NOT WS-VALID
006920     IF NOT WS-VALID
006930         PERFORM 3950-REJECT-PARCEL THRU 3950-EXIT
006940         GO TO 3900-EXIT
006950     END-IF
006960*    LADOS QUE SE CRUZAM: POLIGONO TORCIDO NAO TEM AREA HONESTA.
006970     PERFORM 3960-CHECK-CROSSINGS THRU 3960-EXIT
006980     IF WS-PL-CRUZA
006990         PERFORM 3950-REJECT-PARCEL THRU 3950-EXIT
007000         GO TO 3900-EXIT
007010     END-IF
007020     ADD 1 TO WS-PARCEL-COUNT
007030     MOVE ZERO TO WS-PL-SIGNED
007040     MOVE SPACES TO REPORT-LINE
007050     STRING "PARCELA COM " WS-PL-N " CANTOS:"
007060         DELIMITED BY SIZE INTO REPORT-LINE
007070     WRITE REPORT-LINE
007080     PERFORM 3920-ONE-TRIANGLE THRU 3920-EXIT
007090         VARYING WS-PL-I FROM 2 BY 1
007100         UNTIL WS-PL-I >= WS-PL-N
007110     COMPUTE WS-PL-AREA =
007120         FUNCTION ABS(WS-PL-SIGNED) / 2
007130     IF WS-PL-AREA = ZERO
007140         SUBTRACT 1 FROM WS-PARCEL-COUNT
007150         PERFORM 3950-REJECT-PARCEL THRU 3950-EXIT
007160         GO TO 3900-EXIT
007170     END-IF
007180     COMPUTE WS-PL-CUSTO ROUNDED =
007190         WS-PL-AREA * WS-PRECO-AREA
007200         ON SIZE ERROR
007210             MOVE ZERO TO WS-PL-CUSTO
007220     END-COMPUTE
007230     MOVE SPACES TO REPORT-LINE
007240     STRING "  AREA TOTAL " WS-PL-AREA
007250            "  ORCAMENTO R$" WS-PL-CUSTO
007260         DELIMITED BY SIZE INTO REPORT-LINE
007270     WRITE REPORT-LINE
007280     PERFORM 7050-WRITE-PARCEL-AUDIT
007290     ADD WS-PL-AREA  TO WS-TOT-PL-AREA
007300     ADD WS-PL-CUSTO TO WS-TOT-PARCELA
007310     IF WS-COM-ORCAMENTO
007320         PERFORM 3930-WRITE-QUOTE-PARCEL THRU 3930-EXIT
007330     END-IF.
007340 3900-EXIT.
007350     EXIT.
007360
007370 3910-CHECK-ONE-PONTO.
007380     SET TRIP-PT-IDX TO WS-PL-I
007390     IF TRIP-X(TRIP-PT-IDX) NOT NUMERIC
007400         OR TRIP-Y(TRIP-PT-IDX) NOT NUMERIC
007410         MOVE "N" TO WS-VALID-SW
007420     END-IF.
007430 3910-EXIT.
007440     EXIT.
007450
007460 3920-ONE-TRIANGLE.
007470*    TRIANGULO DO LEQUE: CANTO 1, CANTO I, CANTO I+1; A AREA
007480*    COM SINAL E METADE DO PRODUTO VETORIAL.
007490     COMPUTE WS-PL-CROSS =
007500         (TRIP-X(WS-PL-I) - TRIP-X(1))
007510         * (TRIP-Y(WS-PL-I + 1) - TRIP-Y(1))
007520         - (TRIP-Y(WS-PL-I) - TRIP-Y(1))
007530         * (TRIP-X(WS-PL-I + 1) - TRIP-X(1))
007540     ADD WS-PL-CROSS TO WS-PL-SIGNED
007550     COMPUTE WS-PL-TRI-AREA =
007560         FUNCTION ABS(WS-PL-CROSS) / 2
007570     COMPUTE WS-PL-I2 = WS-PL-I + 1
007580     MOVE SPACES TO REPORT-LINE
007590     STRING "  TRIANGULO 1-" WS-PL-I "-"
007600            WS-PL-I2 " AREA " WS-PL-TRI-AREA
007610         DELIMITED BY SIZE INTO REPORT-LINE
007620     WRITE REPORT-LINE.
007630 3920-EXIT.
007640     EXIT.
007650
007660*    PARCELA COMO ITEM DO ORCAMENTO: OS CANTOS NA ORDEM LIDA, A
007670*    AREA E O CUSTO (SO MATERIAL - PARCELA NAO TEM ACABAMENTO).
007680 3930-WRITE-QUOTE-PARCEL.
007690     ADD 1 TO WS-ORC-ITEM
007700     MOVE SPACES TO QUOTE-PIECE-RECORD
007710     INITIALIZE QUOTE-PIECE-RECORD
007720     MOVE WS-ORC-NUMERO       TO OPC-NUMERO
007730     MOVE WS-ORC-ITEM         TO OPC-ITEM
007740     MOVE "P"                 TO OPC-TIPO
007750     MOVE WS-PL-N             TO OPC-CANTOS
007760     PERFORM 3935-COPY-PONTO THRU 3935-EXIT
007770         VARYING WS-ORC-PT FROM 1 BY 1
007780         UNTIL WS-ORC-PT > WS-PL-N
007790     MOVE WS-PL-AREA          TO OPC-AREA
007800     MOVE WS-PL-CUSTO         TO OPC-MATERIAL
007810     WRITE QUOTE-PIECE-RECORD.
007820 3930-EXIT.
007830     EXIT.
007840
007850 3935-COPY-PONTO.
007860     MOVE TRIP-X(WS-ORC-PT) TO OPC-X(WS-ORC-PT)
007870     MOVE TRIP-Y(WS-ORC-PT) TO OPC-Y(WS-ORC-PT).
007880 3935-EXIT.
007890     EXIT.
007900
007910 3950-REJECT-PARCEL.
007920     ADD 1 TO WS-REJECT-COUNT
007930     MOVE SPACES TO REJECT-LINE
007940     IF WS-PL-CRUZA
007950         MOVE "PARCELA REJEITADA - LADOS QUE SE CRUZAM"
007960             TO REJECT-LINE
007970     ELSE
007980         IF WS-PL-AREA = ZERO AND WS-VALID
007990             MOVE "PARCELA REJEITADA - CANTOS COLINEARES"
008000                 TO REJECT-LINE
008010         ELSE
008020             MOVE "PARCELA REJEITADA - CANTOS INVALIDOS"
008030                 TO REJECT-LINE
008040         END-IF
008050     END-IF
008060     WRITE REJECT-LINE.
008070  3950-EXIT.
008080     EXIT.
008090 
008100******************************************************************
008110*  3960-CHECK-CROSSINGS
008120*  TESTA CADA PAR DE LADOS NAO ADJACENTES: CRUZAMENTO ESTRITO
008130*  (ORIENTACOES OPOSTAS NOS DOIS SEGMENTOS) REPROVA A PARCELA.
008140******************************************************************
008150  3960-CHECK-CROSSINGS.
008160     MOVE "N" TO WS-PL-CRUZA-SW
008170     PERFORM 3970-ONE-PAIR-I THRU 3970-EXIT
008180         VARYING WS-PL-I FROM 1 BY 1
008190         UNTIL WS-PL-I > WS-PL-N OR WS-PL-CRUZA.
008200  3960-EXIT.
008210     EXIT.
008220 
008230  3970-ONE-PAIR-I.
008240     COMPUTE WS-PL-I2 = WS-PL-I + 1
008250     IF WS-PL-I2 > WS-PL-N
008260         MOVE 1 TO WS-PL-I2
008270     END-IF
008280     PERFORM 3980-ONE-PAIR-J THRU 3980-EXIT
008290         VARYING WS-PL-J FROM 1 BY 1
008300         UNTIL WS-PL-J > WS-PL-N OR WS-PL-CRUZA.
008310 3970-EXIT.
008320     EXIT.
008330 
008340  3980-ONE-PAIR-J.
008350     COMPUTE WS-PL-J2 = WS-PL-J + 1
008360     IF WS-PL-J2 > WS-PL-N
008370         MOVE 1 TO WS-PL-J2
008380     END-IF
008390*   LADOS ADJACENTES (OU O MESMO) DIVIDEM UM CANTO E NAO
008400*   CONTAM COMO CRUZAMENTO.
008410     IF WS-PL-J = WS-PL-I
008420         OR WS-PL-J = WS-PL-I2
008430         OR WS-PL-J2 = WS-PL-I
008440         GO TO 3980-EXIT
008450     END-IF
008460     PERFORM 3990-CCW-TESTS THRU 3990-EXIT
008470     IF ((WS-O1 > ZERO AND WS-O2 < ZERO)
008480         OR (WS-O1 < ZERO AND WS-O2 > ZERO))
008490         AND ((WS-O3 > ZERO AND WS-O4 < ZERO)
008500         OR (WS-O3 < ZERO AND WS-O4 > ZERO))
008510         MOVE "Y" TO WS-PL-CRUZA-SW
008520     END-IF.
008530  3980-EXIT.
008540     EXIT.
008550 
008560  3990-CCW-TESTS.
008570     COMPUTE WS-O1 =
008580         (TRIP-X(WS-PL-I2) - TRIP-X(WS-PL-I))
008590         * (TRIP-Y(WS-PL-J) - TRIP-Y(WS-PL-I))
008600         - (TRIP-Y(WS-PL-I2) - TRIP-Y(WS-PL-I))
008610         * (TRIP-X(WS-PL-J) - TRIP-X(WS-PL-I))
008620     COMPUTE WS-O2 =
008630         (TRIP-X(WS-PL-I2) - TRIP-X(WS-PL-I))
008640         * (TRIP-Y(WS-PL-J2) - TRIP-Y(WS-PL-I))
008650         - (TRIP-Y(WS-PL-I2) - TRIP-Y(WS-PL-I))
008660         * (TRIP-X(WS-PL-J2) - TRIP-X(WS-PL-I))
008670     COMPUTE WS-O3 =
008680         (TRIP-X(WS-PL-J2) - TRIP-X(WS-PL-J))
008690         * (TRIP-Y(WS-PL-I) - TRIP-Y(WS-PL-J))
008700         - (TRIP-Y(WS-PL-J2) - TRIP-Y(WS-PL-J))
008710         * (TRIP-X(WS-PL-I) - TRIP-X(WS-PL-J))
008720     COMPUTE WS-O4 =
008730         (TRIP-X(WS-PL-J2) - TRIP-X(WS-PL-J))
008740         * (TRIP-Y(WS-PL-I2) - TRIP-Y(WS-PL-J))
008750         - (TRIP-Y(WS-PL-J2) - TRIP-Y(WS-PL-J))
008760         * (TRIP-X(WS-PL-I2) - TRIP-X(WS-PL-J)).
008770  3990-EXIT.
008780     EXIT.
008790 
008800******************************************************************
008810*  7050-WRITE-PARCEL-AUDIT
008820*  GRAVA O RESUMO DA PARCELA NA TRILHA DE AUDITORIA.
008830******************************************************************
008840  7050-WRITE-PARCEL-AUDIT.
008850     MOVE "QUALTRIANGULO"   TO AUDIT-PROGRAM-ID
008860     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
008870     ACCEPT AUDIT-TIME FROM TIME
008880     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
008890     MOVE "PARCELA"           TO AUDIT-KEY
008900     MOVE SPACES              TO AUDIT-DETAIL
008910     STRING "CANTOS=" WS-PL-N
008920            " AREA=" WS-PL-AREA
008930            " CUSTO=" WS-PL-CUSTO
008940         DELIMITED BY SIZE INTO AUDIT-DETAIL
008950     CALL "AUDITWR" USING AUDIT-RECORD.
008960
008970*    ORCAMENTO GRAVADO NA TRILHA DE AUDITORIA.
008980 7060-WRITE-QUOTE-AUDIT.
008990     MOVE "QUALTRIANGULO"   TO AUDIT-PROGRAM-ID
009000     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
009010     ACCEPT AUDIT-TIME FROM TIME
009020     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
009030     MOVE WS-ORC-NUMERO       TO AUDIT-KEY
009040     MOVE SPACES              TO AUDIT-DETAIL
009050     STRING "ORCAMENTO CLIENTE=" WS-ORC-CLIENTE
009060            " TOTAL=" WS-TOT-ED
009070            " VALIDADE=" WS-ORC-VALIDADE
009080         DELIMITED BY SIZE INTO AUDIT-DETAIL
009090     CALL "AUDITWR" USING AUDIT-RECORD.
009100
009110 7000-WRITE-AUDIT.
009120     MOVE "QUALTRIANGULO"   TO AUDIT-PROGRAM-ID
009130     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
009140     ACCEPT AUDIT-TIME FROM TIME
009150     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
009160     MOVE LADO                TO AUDIT-KEY
009170     MOVE SPACES              TO AUDIT-DETAIL
009180     STRING LADO "/" LADO1 "/" LADO2 " " WS-CLASSIF-LADOS " "
009190            WS-CLASSIF-ANGULO " AREA=" WS-AREA
009200         DELIMITED BY SIZE INTO AUDIT-DETAIL
009210     CALL "AUDITWR" USING AUDIT-RECORD.
009220
009230******************************************************************
009240*  3000-FINALIZE
009250*  MOSTRA OS TOTAIS DA EXECUCAO E FECHA OS ARQUIVOS.
009260******************************************************************
009270 3000-FINALIZE.
009280     MOVE SPACES TO REPORT-LINE
009290     WRITE REPORT-LINE
009300     MOVE WS-TOT-AREA TO WS-TOT-ED
009310     MOVE SPACES TO REPORT-LINE
009320     STRING "TOTAL DO SERVICO  AREA " WS-TOT-ED
009330         DELIMITED BY SIZE INTO REPORT-LINE
009340     WRITE REPORT-LINE
009350     MOVE WS-TOT-MATERIAL TO WS-TOT-ED
009360     MOVE SPACES TO REPORT-LINE
009370     STRING "  MATERIAL R$" WS-TOT-ED
009380         DELIMITED BY SIZE INTO REPORT-LINE
009390     WRITE REPORT-LINE
009400     MOVE WS-TOT-ACABAMENTO TO WS-TOT-ED
009410     MOVE SPACES TO REPORT-LINE
009420     STRING "  ACABAMENTO R$" WS-TOT-ED
009430         DELIMITED BY SIZE INTO REPORT-LINE
009440     WRITE REPORT-LINE
009450     IF WS-PARCEL-COUNT > ZERO
009460         MOVE WS-TOT-PL-AREA TO WS-TOT-ED
009470         MOVE WS-TOT-PARCELA TO WS-CUSTO-ED
009480         MOVE SPACES TO REPORT-LINE
009490         STRING "  PARCELAS AREA " WS-TOT-ED " R$" WS-CUSTO-ED
009500             DELIMITED BY SIZE INTO REPORT-LINE
009510         WRITE REPORT-LINE
009520     END-IF
009530     IF WS-COM-ORCAMENTO
009540         PERFORM 3500-WRITE-QUOTE THRU 3500-EXIT
009550         CLOSE QUOTE-PIECE-FILE
009560     END-IF
009570     MOVE "QTR-001" TO WS-MSG-CODE-WK
009580     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
009590     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " WS-TRIANGLE-COUNT
009600     MOVE "QTR-002" TO WS-MSG-CODE-WK
009610     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
009620     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " WS-REJECT-COUNT
009630     CLOSE TRIANGLE-LIST-FILE
009640     CLOSE TRIANGLE-REPORT-FILE
009650     CLOSE AUDIT-LOG-FILE
009660     CLOSE TRIANGLE-REJECT-FILE.
009670
009680******************************************************************
009690*  3500-WRITE-QUOTE
009700*  GRAVA O ORCAMENTO NUMERADO NO ORCTRI: CLIENTE, PRECOS USADOS,
009710*  AREA (TRIANGULOS E PARCELAS), PERIMETRO, MATERIAL (COM O DAS
009720*  PARCELAS), ACABAMENTO, TOTAL E VALIDADE, EM ABERTO. EXECUCAO
009730*  SEM NENHUMA PECA VALIDA NAO GERA ORCAMENTO.
009740******************************************************************
009750 3500-WRITE-QUOTE.
009760     IF WS-ORC-ITEM = ZERO
009770         DISPLAY "NENHUMA PECA VALIDA - ORCAMENTO NAO GRAVADO"
009780         GO TO 3500-EXIT
009790     END-IF
009800     MOVE WS-TOT-MATERIAL TO WS-ORC-TOTAL
009810     ADD WS-TOT-ACABAMENTO TO WS-ORC-TOTAL
009820     ADD WS-TOT-PARCELA    TO WS-ORC-TOTAL
009830     OPEN EXTEND QUOTE-FILE
009840     IF WS-ORC-FILE-STATUS = "35"
009850         OPEN OUTPUT QUOTE-FILE
009860         CLOSE QUOTE-FILE
009870         OPEN EXTEND QUOTE-FILE
009880     END-IF
009890     MOVE SPACES            TO QUOTE-RECORD
009900     MOVE WS-ORC-NUMERO     TO ORC-NUMERO
009910     MOVE WS-ORC-CLIENTE    TO ORC-CLIENTE
009920     MOVE WS-ORC-NOME       TO ORC-NOME
009930     MOVE WS-ORC-HOJE       TO ORC-DATA
009940     MOVE WS-ORC-VALIDADE   TO ORC-VALIDADE
009950     MOVE WS-TRIANGLE-COUNT TO ORC-TRIANGULOS
009960     MOVE WS-PARCEL-COUNT   TO ORC-PARCELAS
009970     MOVE WS-TOT-AREA       TO ORC-AREA
009980     ADD WS-TOT-PL-AREA     TO ORC-AREA
009990     MOVE WS-TOT-PERIMETRO  TO ORC-PERIMETRO
010000     MOVE WS-PRECO-AREA     TO ORC-PRECO-AREA
010010     MOVE WS-PRECO-BORDA    TO ORC-PRECO-BORDA
010020     MOVE WS-TOT-MATERIAL   TO ORC-MATERIAL
010030     ADD WS-TOT-PARCELA     TO ORC-MATERIAL
010040     MOVE WS-TOT-ACABAMENTO TO ORC-ACABAMENTO
010050     MOVE WS-ORC-TOTAL      TO ORC-TOTAL
010060     MOVE "A"               TO ORC-STATUS
010070     MOVE WS-OPERATOR-ID    TO ORC-OPERADOR
010080     MOVE RUN-STAMP-ID      TO ORC-RUN-ID
010090     WRITE QUOTE-RECORD
010100     CLOSE QUOTE-FILE
010110     MOVE SPACES TO REPORT-LINE
010120     WRITE REPORT-LINE
010130     MOVE SPACES TO REPORT-LINE
010140     STRING "ORCAMENTO " WS-ORC-NUMERO "  CLIENTE " WS-ORC-CLIENTE
010150            " " WS-ORC-NOME
010160         DELIMITED BY SIZE INTO REPORT-LINE
010170     WRITE REPORT-LINE
010180     MOVE WS-ORC-TOTAL TO WS-TOT-ED
010190     MOVE SPACES TO REPORT-LINE
010200     STRING "  TOTAL DO ORCAMENTO R$" WS-TOT-ED
010210            "  VALIDO ATE " WS-ORC-VALIDADE
010220         DELIMITED BY SIZE INTO REPORT-LINE
010230     WRITE REPORT-LINE
010240     DISPLAY "ORCAMENTO " WS-ORC-NUMERO " GRAVADO - TOTAL R$"
010250             WS-TOT-ED " VALIDO ATE " WS-ORC-VALIDADE
010260     PERFORM 7060-WRITE-QUOTE-AUDIT.
010270 3500-EXIT.
010280     EXIT.
010290
010300******************************************************************
010310*  8000-READ-TRIANGLE
010320*  LE O PROXIMO TRIANGULO DA LISTA.
010330******************************************************************
010340 8000-READ-TRIANGLE.
010350     READ TRIANGLE-LIST-FILE
010360         AT END
010370             MOVE "Y" TO WS-EOF-SW
010380     END-READ.
