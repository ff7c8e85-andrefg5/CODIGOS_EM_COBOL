000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FLUXCAIX.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  CONTABILIDADE - PREVISAO DE CAIXA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  FLUXCAIX.CBL
000090*  PREVISAO DE CAIXA POR SEMANA PARA AS PROXIMAS 13 SEMANAS - A
000100*  PERGUNTA DE TODA SEGUNDA-FEIRA: O BANCO COBRE A FOLHA E O
000110*  DIESEL? A SEMANA 1 COMECA HOJE. PARTE DA POSICAO DO BANCO
000120*  (SALDO DA 112BANCO NO LEDGER ATE HOJE, OU O SALDO DO EXTRATO
000130*  INFORMADO PELO OPERADOR) E, SEMANA A SEMANA:
000140*    + MENSALIDADES EM ABERTO (MENSCHG) PELO VENCIMENTO;
000150*    + FATURAS DE FRETAMENTO EM ABERTO (FATURAS) PELO VENCIMENTO;
000160*    + TARIFAS PROJETADAS PELA TENDENCIA DO MESLEDG (MEDIA POR DIA
000170*      UTIL DAS ULTIMAS 4 SEMANAS CONTRA AS 4 ANTERIORES) VEZES OS
000180*      DIAS UTEIS DA SEMANA - FERIADO DO FERIADOS (DIAUTIL) E DIA
000190*      SEM TARIFA;
000200*    - NOTAS DE FORNECEDOR EM ABERTO (CONTPAG) PELO VENCIMENTO -
000210*      AS JA VENCIDAS CAEM NA SEMANA 1 - E AS TRANSFERENCIAS JA
000220*      PROGRAMADAS PARA DEPOIS DE HOJE (PAGFORN);
000230*    - FOLHA (FLUXPARM): O ADIANTAMENTO NO DIA DO VALE E O SALDO
000240*      NO N-ESIMO DIA UTIL DO MES.
000250*  SEMANA QUE TERMINA ABAIXO DO SALDO MINIMO DO FLUXPARM SAI
000260*  MARCADA E O RETURN-CODE VOLTA 4. RECEBIVEL JA VENCIDO NAO ENTRA
000270*  NA PREVISAO - SAI SO O TOTAL, PARA NAO CONTAR COM DINHEIRO QUE
000280*  TALVEZ NAO VENHA. RELATORIO EM FLUXRPT.
000290*-----------------------------------------------------------------
000300*  MODIFICATION HISTORY
000310*  DATE       INIT  DESCRIPTION
000320*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CASHFLOW-PARM-FILE ASSIGN TO "FLUXPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS  IS WS-FXP-FILE-STATUS.
000400     SELECT LEDGER-POSTING-FILE ASSIGN TO "LEDGER"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS WS-LEDGER-FILE-STATUS.
000430     SELECT TUITION-CHARGE-FILE ASSIGN TO "MENSCHG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS WS-MENS-FILE-STATUS.
000460     SELECT INVOICE-FILE ASSIGN TO "FATURAS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS WS-FAT-FILE-STATUS.
000490     SELECT PAYABLE-FILE ASSIGN TO "CONTPAG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS  IS WS-CPG-FILE-STATUS.
000520     SELECT SUPPLIER-PAYMENT-FILE ASSIGN TO "PAGFORN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS  IS WS-PGF-FILE-STATUS.
000550     SELECT MONTH-LEDGER-FILE ASSIGN TO "MESLEDG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS  IS WS-MLG-FILE-STATUS.
000580     SELECT FORECAST-REPORT-FILE ASSIGN TO "FLUXRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CASHFLOW-PARM-FILE
000660     RECORDING MODE IS F.
000670     COPY FLUXPARMREC.
000680 FD  LEDGER-POSTING-FILE
000690     RECORDING MODE IS F.
000700     COPY LEDGERREC.
000710 FD  TUITION-CHARGE-FILE
000720     RECORDING MODE IS F.
000730     COPY MENSREC.
000740 FD  INVOICE-FILE
000750     RECORDING MODE IS F.
000760     COPY FATURREC.
000770 FD  PAYABLE-FILE
000780     RECORDING MODE IS F.
000790     COPY CPAGREC.
000800 FD  SUPPLIER-PAYMENT-FILE
000810     RECORDING MODE IS F.
000820     COPY PAGFORNREC.
000830 FD  MONTH-LEDGER-FILE
000840     RECORDING MODE IS F.
000850     COPY MESLEDGREC.
000860 FD  FORECAST-REPORT-FILE
000870     RECORDING MODE IS F.
000880 01  REPORT-LINE                 PIC X(80).
000890 FD  AUDIT-LOG-FILE
000900     RECORDING MODE IS F.
000910     COPY AUDITREC.
000920 WORKING-STORAGE SECTION.
000930 01  WS-SWITCHES.
000940     05  WS-FXP-FILE-STATUS      PIC X(02)   VALUE "00".
000950     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
000960     05  WS-MENS-FILE-STATUS     PIC X(02)   VALUE "00".
000970     05  WS-FAT-FILE-STATUS      PIC X(02)   VALUE "00".
000980     05  WS-CPG-FILE-STATUS      PIC X(02)   VALUE "00".
000990     05  WS-PGF-FILE-STATUS      PIC X(02)   VALUE "00".
001000     05  WS-MLG-FILE-STATUS      PIC X(02)   VALUE "00".
001010     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001020     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001030         88  WS-EOF                          VALUE "Y".
001040     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001050         88  WS-SIGNON-VALID                 VALUE "Y".
001060     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001070         88  WS-FOUND                        VALUE "Y".
001080     05  WS-VALOR-VALID-SW       PIC X(01)   VALUE "N".
001090         88  WS-VALOR-VALID                  VALUE "Y".
001100     05  WS-SALDO-INFORMADO-SW   PIC X(01)   VALUE "N".
001110         88  WS-SALDO-INFORMADO              VALUE "Y".
001120 01  WS-MSG-CODE-WK              PIC X(08).
001130 01  WS-MSG-TEXT-WK              PIC X(60).
001140 01  WS-OPERATOR-ID              PIC X(08).
001150 01  WS-OPERATOR-PIN             PIC X(04).
001160 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001170 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001180     88  WS-AUTHORIZED                       VALUE "Y".
001190 77  WS-CONTA-BANCO              PIC X(08)   VALUE "112BANCO".
001200 77  WS-SEMANAS                  PIC 9(02)   VALUE 13.
001210*  JANELA DA TENDENCIA DE TARIFA: 8 SEMANAS, DUAS METADES DE 4.
001220 77  WS-DIAS-TENDENCIA           PIC 9(03)   VALUE 56.
001230 77  WS-DIAS-RECENTE             PIC 9(03)   VALUE 28.
001240*  PADROES QUANDO O FLUXPARM NAO TEM O CAMPO.
001250 77  WS-FOLHA-DIA-PADRAO         PIC 9(02)   VALUE 5.
001260 77  WS-ADIANT-PCT-PADRAO        PIC 9(03)   VALUE 40.
001270 77  WS-ADIANT-DIA-PADRAO        PIC 9(02)   VALUE 20.
001280 77  WS-MENS-DIA-PADRAO          PIC 9(02)   VALUE 10.
001290*  FATURA ANTIGA SEM VENCIMENTO: DATA DA FATURA MAIS O PRAZO
001300*  PADRAO DO FATURA.
001310 77  WS-PRAZO-FATURA-PADRAO      PIC 9(03)   VALUE 30.
001320 01  WS-SALDO-MINIMO             PIC 9(09)V99 VALUE ZERO.
001330 01  WS-FOLHA-VALOR              PIC 9(09)V99 VALUE ZERO.
001340 01  WS-FOLHA-DIA-UTIL           PIC 9(02).
001350 01  WS-ADIANT-PCT               PIC 9(03).
001360 01  WS-ADIANT-DIA               PIC 9(02).
001370 01  WS-MENS-DIA                 PIC 9(02).
001380 01  WS-DIAUTIL-FUNC             PIC X(01).
001390 01  WS-BUSINESS-DATE            PIC X(08).
001400 01  WS-BUSINESS-SW              PIC X(01).
001410 01  WS-HOJE                     PIC X(08).
001420 01  WS-HORIZONTE                PIC X(08).
001430 01  WS-JANELA-INICIO            PIC X(08).
001440 01  WS-JANELA-RECENTE           PIC X(08).
001450 01  WS-DATA-WK                  PIC X(08).
001460 01  WS-VENC-WK                  PIC X(08).
001470 01  WS-DATA-NUM                 PIC 9(08).
001480 01  WS-DIAS-INT                 PIC 9(07).
001490 01  WS-DIAS-ADD                 PIC S9(03).
001500 01  WS-DIA-OFF                  PIC 9(02).
001510 01  WS-DU-CONT                  PIC 9(02).
001520 01  WS-MES-WK                   PIC X(06).
001530 01  WS-MES-R REDEFINES WS-MES-WK.
001540     05  WS-MES-ANO              PIC 9(04).
001550     05  WS-MES-MM               PIC 9(02).
001560 01  WS-DIA-X                    PIC 9(02).
001570 01  WS-IN-VALOR                 PIC X(10).
001580 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001590 01  WS-VALOR-WK                 PIC S9(11)V99.
001600 01  WS-ADIANT-VALOR             PIC 9(09)V99.
001610 01  WS-SEM                      PIC 9(02).
001620 01  WS-SCAN                     PIC 9(03).
001630 01  WS-REAIS                    PIC S9(11).
001640 01  WS-REAIS-ED                 PIC ZZZZZZZ9.
001650 01  WS-REAIS-SED                PIC -ZZZZZZ9.
001660 01  WS-SALDO-ED                 PIC -ZZZZZZZZ9.
001670 01  WS-VALOR-ED                 PIC -ZZZZZZZZ9.99.
001680 01  WS-VALOR-ED2                PIC -ZZZZZZZZ9.99.
001690 01  WS-SEM-ED                   PIC Z9.
001700
001710******************************************************************
001720*  POSICAO INICIAL, RECEBIVEIS VENCIDOS (FORA DA PREVISAO) E O
001730*  RESUMO DA PROJECAO.
001740******************************************************************
001750 01  WS-SALDO-INICIAL            PIC S9(11)V99 VALUE ZERO.
001760 01  WS-SALDO-CORRENTE           PIC S9(11)V99 VALUE ZERO.
001770 01  WS-MENOR-SALDO              PIC S9(11)V99 VALUE ZERO.
001780 01  WS-MENOR-SEMANA             PIC 9(02)   VALUE ZERO.
001790 01  WS-ABAIXO-COUNT             PIC 9(02)   VALUE ZERO.
001800 01  WS-VENCIDO-MENS             PIC 9(09)V99 VALUE ZERO.
001810 01  WS-VENCIDO-FAT              PIC 9(09)V99 VALUE ZERO.
001820 01  WS-FORN-ATRASADO            PIC 9(05)   VALUE ZERO.
001830 01  WS-FORA-HORIZONTE           PIC 9(05)   VALUE ZERO.
001840
001850******************************************************************
001860*  TENDENCIA DA TARIFA: TOTAL E DIAS DE CADA METADE DA JANELA, A
001870*  MEDIA POR DIA UTIL E A VARIACAO DA MEDIA POR SEMANA.
001880******************************************************************
001890 01  WS-TAR-ANT-TOTAL            PIC S9(11)V99 VALUE ZERO.
001900 01  WS-TAR-ANT-DIAS             PIC 9(03)   VALUE ZERO.
001910 01  WS-TAR-REC-TOTAL            PIC S9(11)V99 VALUE ZERO.
001920 01  WS-TAR-REC-DIAS             PIC 9(03)   VALUE ZERO.
001930 01  WS-TAR-MEDIA-ANT            PIC S9(09)V99 VALUE ZERO.
001940 01  WS-TAR-MEDIA-REC            PIC S9(09)V99 VALUE ZERO.
001950 01  WS-TAR-VARIACAO             PIC S9(09)V99 VALUE ZERO.
001960 01  WS-TAR-MEDIA-SEM            PIC S9(09)V99 VALUE ZERO.
001970
001980******************************************************************
001990*  DIAS DO MESLEDG NA JANELA DA TENDENCIA - A RECOLETA DO MESMO
002000*  DIA ACRESCENTA OUTRO REGISTRO E VALE O DE CARIMBO MAIS RECENTE
002010*  (MESMA REGRA DO MESFECHO).
002020******************************************************************
002030 01  WS-ML-TABLE.
002040     05  WS-ML-ENTRY OCCURS 100 TIMES
002050                     INDEXED BY WS-ML-IDX.
002060         10  WS-ML-DATE          PIC X(08).
002070         10  WS-ML-TARIFA        PIC S9(09)V99.
002080         10  WS-ML-RUN-ID        PIC X(08).
002090 01  WS-ML-COUNT                 PIC 9(03)   VALUE ZERO.
002100
002110******************************************************************
002120*  AS 13 SEMANAS DA PREVISAO.
002130******************************************************************
002140 01  WS-SM-TABLE.
002150     05  WS-SM-ENTRY OCCURS 13 TIMES
002160                     INDEXED BY WS-SM-IDX.
002170         10  WS-SM-INICIO        PIC X(08).
002180         10  WS-SM-FIM           PIC X(08).
002190         10  WS-SM-DIAS-UTEIS    PIC 9(01).
002200         10  WS-SM-MENS          PIC 9(09)V99.
002210         10  WS-SM-FAT           PIC 9(09)V99.
002220         10  WS-SM-TARIFA        PIC S9(09)V99.
002230         10  WS-SM-FORN          PIC 9(09)V99.
002240         10  WS-SM-FOLHA         PIC 9(09)V99.
002250         10  WS-SM-SALDO         PIC S9(11)V99.
002260 01  WS-TOT-MENS                 PIC 9(11)V99 VALUE ZERO.
002270 01  WS-TOT-FAT                  PIC 9(11)V99 VALUE ZERO.
002280 01  WS-TOT-TARIFA               PIC S9(11)V99 VALUE ZERO.
002290 01  WS-TOT-FORN                 PIC 9(11)V99 VALUE ZERO.
002300 01  WS-TOT-FOLHA                PIC 9(11)V99 VALUE ZERO.
002310
002320 PROCEDURE DIVISION.
002330
002340 0000-MAINLINE.
002350     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002360*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
002370     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002380                         WS-AUTHORIZED-SW
002390     IF NOT WS-AUTHORIZED
002400         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002410         MOVE 8 TO RETURN-CODE
002420         STOP RUN
002430     END-IF
002440     PERFORM 1000-INITIALIZE
002450     PERFORM 1200-LOAD-PARM THRU 1200-EXIT
002460     PERFORM 1300-POSICAO-BANCO THRU 1300-EXIT
002470     PERFORM 1400-LOAD-MENSALIDADES THRU 1400-EXIT
002480     PERFORM 1500-LOAD-FATURAS THRU 1500-EXIT
002490     PERFORM 1600-LOAD-FORNECEDORES THRU 1600-EXIT
002500     PERFORM 1700-LOAD-TARIFAS THRU 1700-EXIT
002510     PERFORM 1800-PROJETA-FOLHA THRU 1800-EXIT
002520     PERFORM 2000-PROJETA-SEMANA THRU 2000-EXIT
002530         VARYING WS-SEM FROM 1 BY 1
002540         UNTIL WS-SEM > WS-SEMANAS
002550     PERFORM 3000-WRITE-REPORT
002560     PERFORM 4000-FINALIZE
002570     STOP RUN.
002580
002590******************************************************************
002600*  0010-SIGN-ON
002610*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002620*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002630******************************************************************
002640 0010-SIGN-ON.
002650     MOVE "N" TO WS-SIGNON-VALID-SW
002660     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002670         UNTIL WS-SIGNON-VALID.
002680 0010-EXIT.
002690     EXIT.
002700
002710 0020-PROMPT-SIGNON.
002720     MOVE "SGN-001" TO WS-MSG-CODE-WK
002730     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002740     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002750     ACCEPT WS-OPERATOR-ID
002760     MOVE "SGN-002" TO WS-MSG-CODE-WK
002770     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002780     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002790     ACCEPT WS-OPERATOR-PIN
002800     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002810                           WS-SIGNON-VALID-SW
002820     IF NOT WS-SIGNON-VALID
002830         MOVE "SGN-003" TO WS-MSG-CODE-WK
002840         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002850         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002860     END-IF.
002870 0020-EXIT.
002880     EXIT.
002890
002900
002910******************************************************************
002920*  1000-INITIALIZE
002930*  MONTA AS 13 SEMANAS A PARTIR DE HOJE, CONTANDO OS DIAS UTEIS
002940*  DE CADA UMA, CALCULA A JANELA DA TENDENCIA DE TARIFA E PERGUNTA
002950*  O SALDO DO EXTRATO.
002960******************************************************************
002970 1000-INITIALIZE.
002980     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002990     PERFORM 1100-MONTA-SEMANA THRU 1100-EXIT
003000         VARYING WS-SEM FROM 1 BY 1
003010         UNTIL WS-SEM > WS-SEMANAS
003020     SET WS-SM-IDX TO WS-SEMANAS
003030     MOVE WS-SM-FIM (WS-SM-IDX) TO WS-HORIZONTE
003040     MOVE WS-HOJE TO WS-DATA-WK
003050     COMPUTE WS-DIAS-ADD = ZERO - WS-DIAS-TENDENCIA
003060     PERFORM 5000-SOMA-DIAS
003070     MOVE WS-DATA-WK TO WS-JANELA-INICIO
003080     MOVE WS-HOJE TO WS-DATA-WK
003090     COMPUTE WS-DIAS-ADD = ZERO - WS-DIAS-RECENTE
003100     PERFORM 5000-SOMA-DIAS
003110     MOVE WS-DATA-WK TO WS-JANELA-RECENTE
003120     PERFORM 0100-OPEN-AUDIT-LOG-FILE
003130     DISPLAY "SALDO DO EXTRATO EM CENTAVOS"
003140     DISPLAY "(BRANCO = SALDO DA 112BANCO NO LEDGER):"
003150     PERFORM 2080-PEDE-VALOR THRU 2080-EXIT
003160     IF WS-VALOR-VALID AND WS-VALOR-WK > ZERO
003170         MOVE WS-VALOR-WK TO WS-SALDO-INICIAL
003180         MOVE "Y" TO WS-SALDO-INFORMADO-SW
003190     END-IF.
003200
003210******************************************************************
003220*  1100-MONTA-SEMANA / 1150-CONTA-DIA
003230*  SEMANA WS-SEM: INICIO = HOJE + 7 X (WS-SEM - 1), FIM = INICIO
003240*  + 6, E QUANTOS DESSES 7 DIAS SAO UTEIS PELO DIAUTIL.
003250******************************************************************
003260 1100-MONTA-SEMANA.
003270     SET WS-SM-IDX TO WS-SEM
003280     MOVE WS-HOJE TO WS-DATA-WK
003290     COMPUTE WS-DIAS-ADD = (WS-SEM - 1) * 7
003300     PERFORM 5000-SOMA-DIAS
003310     MOVE WS-DATA-WK TO WS-SM-INICIO (WS-SM-IDX)
003320     MOVE ZERO TO WS-SM-DIAS-UTEIS (WS-SM-IDX)
003330                  WS-SM-MENS (WS-SM-IDX)
003340                  WS-SM-FAT (WS-SM-IDX)
003350                  WS-SM-TARIFA (WS-SM-IDX)
003360                  WS-SM-FORN (WS-SM-IDX)
003370                  WS-SM-FOLHA (WS-SM-IDX)
003380                  WS-SM-SALDO (WS-SM-IDX)
003390     PERFORM 1150-CONTA-DIA THRU 1150-EXIT
003400         VARYING WS-DIA-OFF FROM 0 BY 1
003410         UNTIL WS-DIA-OFF > 6.
003420 1100-EXIT.
003430     EXIT.
003440
003450 1150-CONTA-DIA.
003460     MOVE WS-SM-INICIO (WS-SM-IDX) TO WS-DATA-WK
003470     MOVE WS-DIA-OFF TO WS-DIAS-ADD
003480     PERFORM 5000-SOMA-DIAS
003490     MOVE WS-DATA-WK TO WS-SM-FIM (WS-SM-IDX)
003500     MOVE "Q" TO WS-DIAUTIL-FUNC
003510     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-DATA-WK
003520                          WS-BUSINESS-DATE WS-BUSINESS-SW
003530     IF WS-BUSINESS-SW = "Y"
003540         ADD 1 TO WS-SM-DIAS-UTEIS (WS-SM-IDX)
003550     END-IF.
003560 1150-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600*  1200-LOAD-PARM
003610*  LE O REGISTRO DO FLUXPARM. CAMPO AUSENTE, NAO NUMERICO OU FORA
003620*  DA FAIXA FICA COM O PADRAO DO PROGRAMA.
003630******************************************************************
003640 1200-LOAD-PARM.
003650     MOVE WS-FOLHA-DIA-PADRAO  TO WS-FOLHA-DIA-UTIL
003660     MOVE WS-ADIANT-PCT-PADRAO TO WS-ADIANT-PCT
003670     MOVE WS-ADIANT-DIA-PADRAO TO WS-ADIANT-DIA
003680     MOVE WS-MENS-DIA-PADRAO   TO WS-MENS-DIA
003690     OPEN INPUT CASHFLOW-PARM-FILE
003700     IF WS-FXP-FILE-STATUS NOT = "00"
003710         DISPLAY "FLUXPARM NAO ENCONTRADO - VALEM OS PADROES"
003720         GO TO 1200-EXIT
003730     END-IF
003740     READ CASHFLOW-PARM-FILE
003750         AT END
003760             DISPLAY "FLUXPARM VAZIO - VALEM OS PADROES"
003770             CLOSE CASHFLOW-PARM-FILE
003780             GO TO 1200-EXIT
003790     END-READ
003800     IF FXP-SALDO-MINIMO NUMERIC
003810         MOVE FXP-SALDO-MINIMO TO WS-SALDO-MINIMO
003820     END-IF
003830     IF FXP-FOLHA-VALOR NUMERIC
003840         MOVE FXP-FOLHA-VALOR TO WS-FOLHA-VALOR
003850     END-IF
003860     IF FXP-FOLHA-DIA-UTIL NUMERIC
003870         IF FXP-FOLHA-DIA-UTIL > ZERO AND FXP-FOLHA-DIA-UTIL < 23
003880             MOVE FXP-FOLHA-DIA-UTIL TO WS-FOLHA-DIA-UTIL
003890         END-IF
003900     END-IF
003910     IF FXP-ADIANT-PCT NUMERIC
003920         IF FXP-ADIANT-PCT NOT > 100
003930             MOVE FXP-ADIANT-PCT TO WS-ADIANT-PCT
003940         END-IF
003950     END-IF
003960     IF FXP-ADIANT-DIA NUMERIC
003970         IF FXP-ADIANT-DIA > ZERO AND FXP-ADIANT-DIA < 29
003980             MOVE FXP-ADIANT-DIA TO WS-ADIANT-DIA
003990         END-IF
004000     END-IF
004010     IF FXP-MENS-DIA NUMERIC
004020         IF FXP-MENS-DIA > ZERO AND FXP-MENS-DIA < 29
004030             MOVE FXP-MENS-DIA TO WS-MENS-DIA
004040         END-IF
004050     END-IF
004060     CLOSE CASHFLOW-PARM-FILE.
004070 1200-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*  1300-POSICAO-BANCO / 1350-LE-LANCAMENTO
004120*  SEM SALDO INFORMADO, A POSICAO INICIAL E O SALDO DEVEDOR DA
004130*  112BANCO NO LEDGER COM DATA ATE HOJE.
004140******************************************************************
004150 1300-POSICAO-BANCO.
004160     IF WS-SALDO-INFORMADO
004170         GO TO 1300-EXIT
004180     END-IF
004190     OPEN INPUT LEDGER-POSTING-FILE
004200     IF WS-LEDGER-FILE-STATUS NOT = "00"
004210         DISPLAY "LEDGER NAO ENCONTRADO - POSICAO INICIAL ZERO"
004220         GO TO 1300-EXIT
004230     END-IF
004240     MOVE "N" TO WS-EOF-SW
004250     PERFORM 1350-LE-LANCAMENTO THRU 1350-EXIT
004260         UNTIL WS-EOF
004270     CLOSE LEDGER-POSTING-FILE.
004280 1300-EXIT.
004290     EXIT.
004300
004310 1350-LE-LANCAMENTO.
004320     READ LEDGER-POSTING-FILE
004330         AT END
004340             MOVE "Y" TO WS-EOF-SW
004350             GO TO 1350-EXIT
004360     END-READ
004370     IF LED-ACCOUNT NOT = WS-CONTA-BANCO
004380        OR LED-POSTING-DATE > WS-HOJE
004390        OR LED-AMOUNT NOT NUMERIC
004400         GO TO 1350-EXIT
004410     END-IF
004420     IF LED-DC = "D"
004430         ADD LED-AMOUNT TO WS-SALDO-INICIAL
004440     ELSE
004450         IF LED-DC = "C"
004460             SUBTRACT LED-AMOUNT FROM WS-SALDO-INICIAL
004470         END-IF
004480     END-IF.
004490 1350-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530*  1400-LOAD-MENSALIDADES / 1450-LE-MENSALIDADE
004540*  MENSALIDADE EM ABERTO ENTRA NA SEMANA DO VENCIMENTO (DIA
004550*  WS-MENS-DIA DO MES DE REFERENCIA). A JA VENCIDA SO SOMA NO
004560*  TOTAL FORA DA PREVISAO.
004570******************************************************************
004580 1400-LOAD-MENSALIDADES.
004590     OPEN INPUT TUITION-CHARGE-FILE
004600     IF WS-MENS-FILE-STATUS NOT = "00"
004610         GO TO 1400-EXIT
004620     END-IF
004630     MOVE "N" TO WS-EOF-SW
004640     PERFORM 1450-LE-MENSALIDADE THRU 1450-EXIT
004650         UNTIL WS-EOF
004660     CLOSE TUITION-CHARGE-FILE.
004670 1400-EXIT.
004680     EXIT.
004690
004700 1450-LE-MENSALIDADE.
004710     READ TUITION-CHARGE-FILE
004720         AT END
004730             MOVE "Y" TO WS-EOF-SW
004740             GO TO 1450-EXIT
004750     END-READ
004760     IF NOT MENS-ABERTA OR MENS-VALOR NOT NUMERIC
004770         GO TO 1450-EXIT
004780     END-IF
004790     MOVE MENS-MES TO WS-VENC-WK (1:6)
004800     MOVE WS-MENS-DIA TO WS-DIA-X
004810     MOVE WS-DIA-X TO WS-VENC-WK (7:2)
004820     IF WS-VENC-WK < WS-HOJE
004830         ADD MENS-VALOR TO WS-VENCIDO-MENS
004840         GO TO 1450-EXIT
004850     END-IF
004860     PERFORM 2900-ACHA-SEMANA THRU 2900-EXIT
004870     IF NOT WS-FOUND
004880         ADD 1 TO WS-FORA-HORIZONTE
004890         GO TO 1450-EXIT
004900     END-IF
004910     ADD MENS-VALOR TO WS-SM-MENS (WS-SM-IDX).
004920 1450-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*  1500-LOAD-FATURAS / 1550-LE-FATURA
004970*  FATURA DE FRETAMENTO EM ABERTO ENTRA NA SEMANA DO VENCIMENTO;
004980*  A ANTIGA, SEM VENCIMENTO GRAVADO, VENCE NA DATA DA FATURA MAIS
004990*  O PRAZO PADRAO. A JA VENCIDA SO SOMA NO TOTAL FORA DA PREVISAO.
005000******************************************************************
005010 1500-LOAD-FATURAS.
005020     OPEN INPUT INVOICE-FILE
005030     IF WS-FAT-FILE-STATUS NOT = "00"
005040         GO TO 1500-EXIT
005050     END-IF
005060     MOVE "N" TO WS-EOF-SW
005070     PERFORM 1550-LE-FATURA THRU 1550-EXIT
005080         UNTIL WS-EOF
005090     CLOSE INVOICE-FILE.
005100 1500-EXIT.
005110     EXIT.
005120
005130 1550-LE-FATURA.
005140     READ INVOICE-FILE
005150         AT END
005160             MOVE "Y" TO WS-EOF-SW
005170             GO TO 1550-EXIT
005180     END-READ
005190     IF NOT FAT-ABERTA OR FAT-VALOR NOT NUMERIC
005200         GO TO 1550-EXIT
005210     END-IF
005220     IF FAT-VENCIMENTO NUMERIC
005230         MOVE FAT-VENCIMENTO TO WS-VENC-WK
005240     ELSE
005250         IF FAT-DATE NOT NUMERIC
005260             GO TO 1550-EXIT
005270         END-IF
005280         MOVE FAT-DATE TO WS-DATA-WK
005290         MOVE WS-PRAZO-FATURA-PADRAO TO WS-DIAS-ADD
005300         PERFORM 5000-SOMA-DIAS
005310         MOVE WS-DATA-WK TO WS-VENC-WK
005320     END-IF
005330     IF WS-VENC-WK < WS-HOJE
005340         ADD FAT-VALOR TO WS-VENCIDO-FAT
005350         GO TO 1550-EXIT
005360     END-IF
005370     PERFORM 2900-ACHA-SEMANA THRU 2900-EXIT
005380     IF NOT WS-FOUND
005390         ADD 1 TO WS-FORA-HORIZONTE
005400         GO TO 1550-EXIT
005410     END-IF
005420     ADD FAT-VALOR TO WS-SM-FAT (WS-SM-IDX).
005430 1550-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*  1600-LOAD-FORNECEDORES / 1650-LE-NOTA / 1680-LE-PAGAMENTO
005480*  NOTA DE FORNECEDOR EM ABERTO SAI NA SEMANA DO VENCIMENTO - A
005490*  JA VENCIDA NA SEMANA 1, POIS AINDA TEM DE SER PAGA.
005500*  TRANSFERENCIA DO PAGFORN COM DATA DEPOIS DE HOJE SAI NA SEMANA
005510*  DA DATA.
005520******************************************************************
005530 1600-LOAD-FORNECEDORES.
005540     OPEN INPUT PAYABLE-FILE
005550     IF WS-CPG-FILE-STATUS = "00"
005560         MOVE "N" TO WS-EOF-SW
005570         PERFORM 1650-LE-NOTA THRU 1650-EXIT
005580             UNTIL WS-EOF
005590         CLOSE PAYABLE-FILE
005600     END-IF
005610     OPEN INPUT SUPPLIER-PAYMENT-FILE
005620     IF WS-PGF-FILE-STATUS = "00"
005630         MOVE "N" TO WS-EOF-SW
005640         PERFORM 1680-LE-PAGAMENTO THRU 1680-EXIT
005650             UNTIL WS-EOF
005660         CLOSE SUPPLIER-PAYMENT-FILE
005670     END-IF.
005680 1600-EXIT.
005690     EXIT.
005700
005710 1650-LE-NOTA.
005720     READ PAYABLE-FILE
005730         AT END
005740             MOVE "Y" TO WS-EOF-SW
005750             GO TO 1650-EXIT
005760     END-READ
005770     IF NOT CPG-ABERTA OR CPG-VALOR NOT NUMERIC
005780         GO TO 1650-EXIT
005790     END-IF
005800     IF CPG-VENCIMENTO < WS-HOJE
005810         ADD 1 TO WS-FORN-ATRASADO
005820         MOVE WS-HOJE TO WS-VENC-WK
005830     ELSE
005840         MOVE CPG-VENCIMENTO TO WS-VENC-WK
005850     END-IF
005860     PERFORM 2900-ACHA-SEMANA THRU 2900-EXIT
005870     IF NOT WS-FOUND
005880         ADD 1 TO WS-FORA-HORIZONTE
005890         GO TO 1650-EXIT
005900     END-IF
005910     ADD CPG-VALOR TO WS-SM-FORN (WS-SM-IDX).
005920 1650-EXIT.
005930     EXIT.
005940
005950 1680-LE-PAGAMENTO.
005960     READ SUPPLIER-PAYMENT-FILE
005970         AT END
005980             MOVE "Y" TO WS-EOF-SW
005990             GO TO 1680-EXIT
006000     END-READ
006010     IF PGF-DATA NOT > WS-HOJE OR PGF-VALOR NOT NUMERIC
006020         GO TO 1680-EXIT
006030     END-IF
006040     MOVE PGF-DATA TO WS-VENC-WK
006050     PERFORM 2900-ACHA-SEMANA THRU 2900-EXIT
006060     IF NOT WS-FOUND
006070         ADD 1 TO WS-FORA-HORIZONTE
006080         GO TO 1680-EXIT
006090     END-IF
006100     ADD PGF-VALOR TO WS-SM-FORN (WS-SM-IDX).
006110 1680-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*  1700-LOAD-TARIFAS / 1750-LE-MESLEDG / 1760-MATCH-DIA /
006160*  1780-SOMA-DIA
006170*  TARIFA POR DIA UTIL NAS 4 SEMANAS ANTES DE HOJE E NAS 4
006180*  ANTERIORES. A VARIACAO SEMANAL DA MEDIA E A DIFERENCA ENTRE AS
006190*  DUAS METADES DIVIDIDA PELAS 4 SEMANAS QUE AS SEPARAM.
006200******************************************************************
006210 1700-LOAD-TARIFAS.
006220     OPEN INPUT MONTH-LEDGER-FILE
006230     IF WS-MLG-FILE-STATUS NOT = "00"
006240         GO TO 1700-EXIT
006250     END-IF
006260     MOVE "N" TO WS-EOF-SW
006270     PERFORM 1750-LE-MESLEDG THRU 1750-EXIT
006280         UNTIL WS-EOF
006290     CLOSE MONTH-LEDGER-FILE
006300     PERFORM 1780-SOMA-DIA THRU 1780-EXIT
006310         VARYING WS-SCAN FROM 1 BY 1
006320         UNTIL WS-SCAN > WS-ML-COUNT
006330     IF WS-TAR-REC-DIAS > ZERO
006340         COMPUTE WS-TAR-MEDIA-REC ROUNDED =
006350             WS-TAR-REC-TOTAL / WS-TAR-REC-DIAS
006360     END-IF
006370     IF WS-TAR-ANT-DIAS > ZERO
006380         COMPUTE WS-TAR-MEDIA-ANT ROUNDED =
006390             WS-TAR-ANT-TOTAL / WS-TAR-ANT-DIAS
006400     END-IF
006410     IF WS-TAR-REC-DIAS > ZERO AND WS-TAR-ANT-DIAS > ZERO
006420         COMPUTE WS-TAR-VARIACAO ROUNDED =
006430             (WS-TAR-MEDIA-REC - WS-TAR-MEDIA-ANT) / 4
006440     END-IF
006450     IF WS-TAR-REC-DIAS = ZERO
006460         MOVE WS-TAR-MEDIA-ANT TO WS-TAR-MEDIA-REC
006470     END-IF.
006480 1700-EXIT.
006490     EXIT.
006500
006510 1750-LE-MESLEDG.
006520     READ MONTH-LEDGER-FILE
006530         AT END
006540             MOVE "Y" TO WS-EOF-SW
006550             GO TO 1750-EXIT
006560     END-READ
006570     IF MLG-DATE < WS-JANELA-INICIO OR MLG-DATE NOT < WS-HOJE
006580        OR MLG-TARIFA NOT NUMERIC
006590         GO TO 1750-EXIT
006600     END-IF
006610     MOVE "N" TO WS-FOUND-SW
006620     PERFORM 1760-MATCH-DIA THRU 1760-EXIT
006630         VARYING WS-SCAN FROM 1 BY 1
006640         UNTIL WS-SCAN > WS-ML-COUNT OR WS-FOUND
006650     IF WS-FOUND
006660         IF MLG-RUN-ID NOT < WS-ML-RUN-ID (WS-ML-IDX)
006670             MOVE MLG-TARIFA TO WS-ML-TARIFA (WS-ML-IDX)
006680             MOVE MLG-RUN-ID TO WS-ML-RUN-ID (WS-ML-IDX)
006690         END-IF
006700         GO TO 1750-EXIT
006710     END-IF
006720     IF WS-ML-COUNT NOT < 100
006730         GO TO 1750-EXIT
006740     END-IF
006750     ADD 1 TO WS-ML-COUNT
006760     SET WS-ML-IDX TO WS-ML-COUNT
006770     MOVE MLG-DATE   TO WS-ML-DATE (WS-ML-IDX)
006780     MOVE MLG-TARIFA TO WS-ML-TARIFA (WS-ML-IDX)
006790     MOVE MLG-RUN-ID TO WS-ML-RUN-ID (WS-ML-IDX).
006800 1750-EXIT.
006810     EXIT.
006820
006830 1760-MATCH-DIA.
006840     SET WS-ML-IDX TO WS-SCAN
006850     IF WS-ML-DATE (WS-ML-IDX) = MLG-DATE
006860         MOVE "Y" TO WS-FOUND-SW
006870     END-IF.
006880 1760-EXIT.
006890     EXIT.
006900
006910 1780-SOMA-DIA.
006920     SET WS-ML-IDX TO WS-SCAN
006930     IF WS-ML-DATE (WS-ML-IDX) < WS-JANELA-RECENTE
006940         ADD WS-ML-TARIFA (WS-ML-IDX) TO WS-TAR-ANT-TOTAL
006950         ADD 1 TO WS-TAR-ANT-DIAS
006960     ELSE
006970         ADD WS-ML-TARIFA (WS-ML-IDX) TO WS-TAR-REC-TOTAL
006980         ADD 1 TO WS-TAR-REC-DIAS
006990     END-IF.
007000 1780-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040*  1800-PROJETA-FOLHA / 1850-FOLHA-MES / 1870-CONTA-DIA-UTIL /
007050*  1890-SOMA-FOLHA
007060*  PARA CADA MES DA PREVISAO: O ADIANTAMENTO NO DIA DO VALE (OU NO
007070*  DIA UTIL ANTERIOR) E O RESTANTE NO N-ESIMO DIA UTIL DO MES. SO
007080*  ENTRA O PAGAMENTO DE HOJE ATE O FIM DA SEMANA 13.
007090******************************************************************
007100 1800-PROJETA-FOLHA.
007110     IF WS-FOLHA-VALOR = ZERO
007120         GO TO 1800-EXIT
007130     END-IF
007140     MOVE WS-HOJE (1:6) TO WS-MES-WK
007150     PERFORM 1850-FOLHA-MES THRU 1850-EXIT
007160         UNTIL WS-MES-WK > WS-HORIZONTE (1:6).
007170 1800-EXIT.
007180     EXIT.
007190
007200 1850-FOLHA-MES.
007210     MOVE ZERO TO WS-ADIANT-VALOR
007220     IF WS-ADIANT-PCT > ZERO
007230         COMPUTE WS-ADIANT-VALOR ROUNDED =
007240             WS-FOLHA-VALOR * WS-ADIANT-PCT / 100
007250         MOVE WS-MES-WK TO WS-DATA-WK (1:6)
007260         MOVE WS-ADIANT-DIA TO WS-DIA-X
007270         MOVE WS-DIA-X TO WS-DATA-WK (7:2)
007280         MOVE "B" TO WS-DIAUTIL-FUNC
007290         CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-DATA-WK
007300                              WS-BUSINESS-DATE WS-BUSINESS-SW
007310         MOVE WS-BUSINESS-DATE TO WS-VENC-WK
007320         MOVE WS-ADIANT-VALOR TO WS-VALOR-WK
007330         PERFORM 1890-SOMA-FOLHA THRU 1890-EXIT
007340     END-IF
007350     MOVE WS-MES-WK TO WS-DATA-WK (1:6)
007360     MOVE "01" TO WS-DATA-WK (7:2)
007370     MOVE ZERO TO WS-DU-CONT
007380     PERFORM 1870-CONTA-DIA-UTIL THRU 1870-EXIT
007390         UNTIL WS-DU-CONT = WS-FOLHA-DIA-UTIL
007400     MOVE WS-DATA-WK TO WS-VENC-WK
007410     COMPUTE WS-VALOR-WK = WS-FOLHA-VALOR - WS-ADIANT-VALOR
007420     PERFORM 1890-SOMA-FOLHA THRU 1890-EXIT
007430     ADD 1 TO WS-MES-MM
007440     IF WS-MES-MM > 12
007450         MOVE 1 TO WS-MES-MM
007460         ADD 1 TO WS-MES-ANO
007470     END-IF.
007480 1850-EXIT.
007490     EXIT.
007500
007510 1870-CONTA-DIA-UTIL.
007520     MOVE "Q" TO WS-DIAUTIL-FUNC
007530     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-DATA-WK
007540                          WS-BUSINESS-DATE WS-BUSINESS-SW
007550     IF WS-BUSINESS-SW = "Y"
007560         ADD 1 TO WS-DU-CONT
007570     END-IF
007580     IF WS-DU-CONT < WS-FOLHA-DIA-UTIL
007590         MOVE 1 TO WS-DIAS-ADD
007600         PERFORM 5000-SOMA-DIAS
007610     END-IF.
007620 1870-EXIT.
007630     EXIT.
007640
007650 1890-SOMA-FOLHA.
007660     IF WS-VENC-WK < WS-HOJE OR WS-VENC-WK > WS-HORIZONTE
007670        OR WS-VALOR-WK = ZERO
007680         GO TO 1890-EXIT
007690     END-IF
007700     PERFORM 2900-ACHA-SEMANA THRU 2900-EXIT
007710     IF WS-FOUND
007720         ADD WS-VALOR-WK TO WS-SM-FOLHA (WS-SM-IDX)
007730     END-IF.
007740 1890-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780*  2000-PROJETA-SEMANA
007790*  TARIFA DA SEMANA WS-SEM = MEDIA RECENTE MAIS A VARIACAO POR
007800*  SEMANA, VEZES OS DIAS UTEIS; SALDO = SALDO ANTERIOR + ENTRADAS
007810*  - SAIDAS. MARCA A SEMANA QUE FECHA ABAIXO DO MINIMO.
007820******************************************************************
007830 2000-PROJETA-SEMANA.
007840     SET WS-SM-IDX TO WS-SEM
007850     IF WS-SEM = 1
007860         MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRENTE
007870     END-IF
007880     COMPUTE WS-TAR-MEDIA-SEM =
007890         WS-TAR-MEDIA-REC + WS-TAR-VARIACAO * WS-SEM
007900     IF WS-TAR-MEDIA-SEM < ZERO
007910         MOVE ZERO TO WS-TAR-MEDIA-SEM
007920     END-IF
007930     COMPUTE WS-SM-TARIFA (WS-SM-IDX) =
007940         WS-TAR-MEDIA-SEM * WS-SM-DIAS-UTEIS (WS-SM-IDX)
007950     COMPUTE WS-SALDO-CORRENTE = WS-SALDO-CORRENTE
007960         + WS-SM-MENS (WS-SM-IDX) + WS-SM-FAT (WS-SM-IDX)
007970         + WS-SM-TARIFA (WS-SM-IDX) - WS-SM-FORN (WS-SM-IDX)
007980         - WS-SM-FOLHA (WS-SM-IDX)
007990     MOVE WS-SALDO-CORRENTE TO WS-SM-SALDO (WS-SM-IDX)
008000     ADD WS-SM-MENS (WS-SM-IDX)   TO WS-TOT-MENS
008010     ADD WS-SM-FAT (WS-SM-IDX)    TO WS-TOT-FAT
008020     ADD WS-SM-TARIFA (WS-SM-IDX) TO WS-TOT-TARIFA
008030     ADD WS-SM-FORN (WS-SM-IDX)   TO WS-TOT-FORN
008040     ADD WS-SM-FOLHA (WS-SM-IDX)  TO WS-TOT-FOLHA
008050     IF WS-SEM = 1 OR WS-SALDO-CORRENTE < WS-MENOR-SALDO
008060         MOVE WS-SALDO-CORRENTE TO WS-MENOR-SALDO
008070         MOVE WS-SEM TO WS-MENOR-SEMANA
008080     END-IF
008090     IF WS-SALDO-CORRENTE < WS-SALDO-MINIMO
008100         ADD 1 TO WS-ABAIXO-COUNT
008110     END-IF.
008120 2000-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160*  2080-PEDE-VALOR
008170*  VALOR EM CENTAVOS; BRANCO VALE ZERO.
008180******************************************************************
008190 2080-PEDE-VALOR.
008200     ACCEPT WS-IN-VALOR
008210     IF WS-IN-VALOR = SPACES
008220         MOVE "0" TO WS-IN-VALOR
008230     END-IF
008240     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-YES
008250                           WS-VALOR-VALID-SW
008260     MOVE ZERO TO WS-VALOR-WK
008270     IF WS-VALOR-VALID
008280         COMPUTE WS-VALOR-WK = FUNCTION NUMVAL(WS-IN-VALOR) / 100
008290     END-IF.
008300 2080-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340*  2900-ACHA-SEMANA / 2950-MATCH-SEMANA
008350*  POSICIONA WS-SM-IDX NA SEMANA QUE CONTEM WS-VENC-WK; SEM
008360*  SEMANA (ANTES DE HOJE OU DEPOIS DA 13A), WS-FOUND FICA "N".
008370******************************************************************
008380 2900-ACHA-SEMANA.
008390     MOVE "N" TO WS-FOUND-SW
008400     PERFORM 2950-MATCH-SEMANA THRU 2950-EXIT
008410         VARYING WS-SCAN FROM 1 BY 1
008420         UNTIL WS-SCAN > WS-SEMANAS OR WS-FOUND.
008430 2900-EXIT.
008440     EXIT.
008450
008460 2950-MATCH-SEMANA.
008470     SET WS-SM-IDX TO WS-SCAN
008480     IF WS-VENC-WK NOT < WS-SM-INICIO (WS-SM-IDX)
008490        AND WS-VENC-WK NOT > WS-SM-FIM (WS-SM-IDX)
008500         MOVE "Y" TO WS-FOUND-SW
008510     END-IF.
008520 2950-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560*  3000-WRITE-REPORT / 3100-LINHA-SEMANA
008570*  GRAVA O FLUXRPT: CABECALHO, UMA LINHA POR SEMANA, TOTAL E O
008580*  RESUMO (SEMANAS ABAIXO DO MINIMO, TENDENCIA DA TARIFA E O QUE
008590*  FICOU FORA DA PREVISAO).
008600******************************************************************
008610 3000-WRITE-REPORT.
008620     OPEN OUTPUT FORECAST-REPORT-FILE
008630     MOVE SPACES TO REPORT-LINE
008640     STRING "PREVISAO DE CAIXA - 13 SEMANAS DE " WS-HOJE
008650            " A " WS-HORIZONTE
008660            DELIMITED BY SIZE INTO REPORT-LINE
008670     WRITE REPORT-LINE
008680     MOVE WS-SALDO-INICIAL TO WS-VALOR-ED
008690     MOVE SPACES TO REPORT-LINE
008700     IF WS-SALDO-INFORMADO
008710         STRING "POSICAO INICIAL DO BANCO R$" WS-VALOR-ED
008720                " (EXTRATO INFORMADO)"
008730                DELIMITED BY SIZE INTO REPORT-LINE
008740     ELSE
008750         STRING "POSICAO INICIAL DO BANCO R$" WS-VALOR-ED
008760                " (112BANCO NO LEDGER)"
008770                DELIMITED BY SIZE INTO REPORT-LINE
008780     END-IF
008790     WRITE REPORT-LINE
008800     MOVE WS-SALDO-MINIMO TO WS-VALOR-ED
008810     MOVE SPACES TO REPORT-LINE
008820     STRING "SALDO MINIMO             R$" WS-VALOR-ED
008830            DELIMITED BY SIZE INTO REPORT-LINE
008840     WRITE REPORT-LINE
008850     MOVE "VALORES EM REAIS, SEM CENTAVOS. DU = DIAS UTEIS."
008860         TO REPORT-LINE
008870     WRITE REPORT-LINE
008880     MOVE SPACES TO REPORT-LINE
008890     WRITE REPORT-LINE
008900     MOVE SPACES TO REPORT-LINE
008910     MOVE "SM"       TO REPORT-LINE (1:2)
008920     MOVE "INICIO"   TO REPORT-LINE (4:6)
008930     MOVE "DU"       TO REPORT-LINE (12:2)
008940     MOVE "MENSALID" TO REPORT-LINE (15:8)
008950     MOVE "FATURAS"  TO REPORT-LINE (25:7)
008960     MOVE "TARIFAS"  TO REPORT-LINE (34:7)
008970     MOVE "FORNEC."  TO REPORT-LINE (43:7)
008980     MOVE "FOLHA"    TO REPORT-LINE (54:5)
008990     MOVE "SALDO"    TO REPORT-LINE (65:5)
009000     WRITE REPORT-LINE
009010     PERFORM 3100-LINHA-SEMANA THRU 3100-EXIT
009020         VARYING WS-SEM FROM 1 BY 1
009030         UNTIL WS-SEM > WS-SEMANAS
009040     MOVE SPACES TO REPORT-LINE
009050     MOVE "TOTAL" TO REPORT-LINE (1:5)
009060     COMPUTE WS-REAIS ROUNDED = WS-TOT-MENS
009070     MOVE WS-REAIS TO WS-REAIS-ED
009080     MOVE WS-REAIS-ED TO REPORT-LINE (15:8)
009090     COMPUTE WS-REAIS ROUNDED = WS-TOT-FAT
009100     MOVE WS-REAIS TO WS-REAIS-ED
009110     MOVE WS-REAIS-ED TO REPORT-LINE (24:8)
009120     COMPUTE WS-REAIS ROUNDED = WS-TOT-TARIFA
009130     MOVE WS-REAIS TO WS-REAIS-SED
009140     MOVE WS-REAIS-SED TO REPORT-LINE (33:8)
009150     COMPUTE WS-REAIS ROUNDED = WS-TOT-FORN
009160     MOVE WS-REAIS TO WS-REAIS-ED
009170     MOVE WS-REAIS-ED TO REPORT-LINE (42:8)
009180     COMPUTE WS-REAIS ROUNDED = WS-TOT-FOLHA
009190     MOVE WS-REAIS TO WS-REAIS-ED
009200     MOVE WS-REAIS-ED TO REPORT-LINE (51:8)
009210     COMPUTE WS-REAIS ROUNDED = WS-SALDO-CORRENTE
009220     MOVE WS-REAIS TO WS-SALDO-ED
009230     MOVE WS-SALDO-ED TO REPORT-LINE (60:10)
009240     WRITE REPORT-LINE
009250     MOVE SPACES TO REPORT-LINE
009260     WRITE REPORT-LINE
009270     MOVE WS-ABAIXO-COUNT TO WS-SEM-ED
009280     MOVE WS-MENOR-SALDO TO WS-VALOR-ED
009290     MOVE WS-MENOR-SEMANA TO WS-DIA-X
009300     MOVE SPACES TO REPORT-LINE
009310     STRING "SEMANAS ABAIXO DO MINIMO: " WS-SEM-ED
009320            " - MENOR SALDO R$" WS-VALOR-ED " NA SEMANA " WS-DIA-X
009330            DELIMITED BY SIZE INTO REPORT-LINE
009340     WRITE REPORT-LINE
009350     MOVE WS-TAR-MEDIA-REC TO WS-VALOR-ED
009360     MOVE WS-TAR-REC-DIAS TO WS-SEM-ED
009370     MOVE SPACES TO REPORT-LINE
009380     STRING "TARIFA POR DIA - ULTIMAS 4 SEMANAS    R$" WS-VALOR-ED
009390            " (" WS-SEM-ED " DIAS)"
009400            DELIMITED BY SIZE INTO REPORT-LINE
009410     WRITE REPORT-LINE
009420     MOVE WS-TAR-MEDIA-ANT TO WS-VALOR-ED
009430     MOVE WS-TAR-ANT-DIAS TO WS-SEM-ED
009440     MOVE SPACES TO REPORT-LINE
009450     STRING "               - 4 SEMANAS ANTERIORES R$" WS-VALOR-ED
009460            " (" WS-SEM-ED " DIAS)"
009470            DELIMITED BY SIZE INTO REPORT-LINE
009480     WRITE REPORT-LINE
009490     MOVE WS-TAR-VARIACAO TO WS-VALOR-ED
009500     MOVE SPACES TO REPORT-LINE
009510     STRING "               - VARIACAO POR SEMANA  R$" WS-VALOR-ED
009520            DELIMITED BY SIZE INTO REPORT-LINE
009530     WRITE REPORT-LINE
009540     MOVE WS-VENCIDO-MENS TO WS-VALOR-ED
009550     MOVE SPACES TO REPORT-LINE
009560     STRING "FORA DA PREVISAO - MENSALIDADES VENCIDAS R$"
009570            WS-VALOR-ED
009580            DELIMITED BY SIZE INTO REPORT-LINE
009590     WRITE REPORT-LINE
009600     MOVE WS-VENCIDO-FAT TO WS-VALOR-ED
009610     MOVE SPACES TO REPORT-LINE
009620     STRING "                 - FATURAS VENCIDAS      R$"
009630            WS-VALOR-ED
009640            DELIMITED BY SIZE INTO REPORT-LINE
009650     WRITE REPORT-LINE
009660     MOVE SPACES TO REPORT-LINE
009670     STRING "NOTAS DE FORNECEDOR VENCIDAS (NA SEMANA 1): "
009680            WS-FORN-ATRASADO
009690            DELIMITED BY SIZE INTO REPORT-LINE
009700     WRITE REPORT-LINE
009710     MOVE SPACES TO REPORT-LINE
009720     STRING "ITENS COM DATA DEPOIS DA SEMANA 13 (FORA): "
009730            WS-FORA-HORIZONTE
009740            DELIMITED BY SIZE INTO REPORT-LINE
009750     WRITE REPORT-LINE
009760     IF WS-FOLHA-VALOR = ZERO
009770         MOVE SPACES TO REPORT-LINE
009780         STRING "*** FOLHA NAO INFORMADA NO FLUXPARM"
009790                " - PREVISAO SEM FOLHA"
009800                DELIMITED BY SIZE INTO REPORT-LINE
009810         WRITE REPORT-LINE
009820     END-IF
009830     IF WS-TAR-REC-DIAS = ZERO AND WS-TAR-ANT-DIAS = ZERO
009840         MOVE SPACES TO REPORT-LINE
009850         STRING "*** SEM DIAS NO MESLEDG NAS ULTIMAS 8 SEMANAS"
009860                " - PREVISAO SEM TARIFA"
009870                DELIMITED BY SIZE INTO REPORT-LINE
009880         WRITE REPORT-LINE
009890     END-IF
009900     CLOSE FORECAST-REPORT-FILE.
009910
009920 3100-LINHA-SEMANA.
009930     SET WS-SM-IDX TO WS-SEM
009940     MOVE SPACES TO REPORT-LINE
009950     MOVE WS-SEM TO WS-SEM-ED
009960     MOVE WS-SEM-ED TO REPORT-LINE (1:2)
009970     MOVE WS-SM-INICIO (WS-SM-IDX) TO REPORT-LINE (4:8)
009980     MOVE WS-SM-DIAS-UTEIS (WS-SM-IDX) TO REPORT-LINE (13:1)
009990     COMPUTE WS-REAIS ROUNDED = WS-SM-MENS (WS-SM-IDX)
010000     MOVE WS-REAIS TO WS-REAIS-ED
010010     MOVE WS-REAIS-ED TO REPORT-LINE (15:8)
010020     COMPUTE WS-REAIS ROUNDED = WS-SM-FAT (WS-SM-IDX)
010030     MOVE WS-REAIS TO WS-REAIS-ED
010040     MOVE WS-REAIS-ED TO REPORT-LINE (24:8)
010050     COMPUTE WS-REAIS ROUNDED = WS-SM-TARIFA (WS-SM-IDX)
010060     MOVE WS-REAIS TO WS-REAIS-SED
010070     MOVE WS-REAIS-SED TO REPORT-LINE (33:8)
010080     COMPUTE WS-REAIS ROUNDED = WS-SM-FORN (WS-SM-IDX)
010090     MOVE WS-REAIS TO WS-REAIS-ED
010100     MOVE WS-REAIS-ED TO REPORT-LINE (42:8)
010110     COMPUTE WS-REAIS ROUNDED = WS-SM-FOLHA (WS-SM-IDX)
010120     MOVE WS-REAIS TO WS-REAIS-ED
010130     MOVE WS-REAIS-ED TO REPORT-LINE (51:8)
010140     COMPUTE WS-REAIS ROUNDED = WS-SM-SALDO (WS-SM-IDX)
010150     MOVE WS-REAIS TO WS-SALDO-ED
010160     MOVE WS-SALDO-ED TO REPORT-LINE (60:10)
010170     IF WS-SM-SALDO (WS-SM-IDX) < WS-SALDO-MINIMO
010180         MOVE "<MINIMO" TO REPORT-LINE (71:7)
010190     END-IF
010200     WRITE REPORT-LINE.
010210 3100-EXIT.
010220     EXIT.
010230
010240******************************************************************
010250*  4000-FINALIZE
010260*  GRAVA A AUDITORIA DA PREVISAO, MOSTRA O RESUMO E DEVOLVE
010270*  RETURN-CODE 4 QUANDO ALGUMA SEMANA FECHA ABAIXO DO MINIMO.
010280******************************************************************
010290 4000-FINALIZE.
010300     MOVE "FLUXCAIX"         TO AUDIT-PROGRAM-ID
010310     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010320     ACCEPT AUDIT-TIME FROM TIME
010330     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010340     MOVE WS-HOJE             TO AUDIT-KEY
010350     MOVE WS-SALDO-INICIAL    TO WS-VALOR-ED
010360     MOVE WS-MENOR-SALDO      TO WS-VALOR-ED2
010370     MOVE WS-ABAIXO-COUNT     TO WS-SEM-ED
010380     MOVE SPACES              TO AUDIT-DETAIL
010390     STRING "PREVISAO INICIAL" WS-VALOR-ED " MENOR" WS-VALOR-ED2
010400            " ABAIXO " WS-SEM-ED
010410            DELIMITED BY SIZE INTO AUDIT-DETAIL
010420     CALL "AUDITWR" USING AUDIT-RECORD
010430     CLOSE AUDIT-LOG-FILE
010440     DISPLAY "PREVISAO GRAVADA NO FLUXRPT - SEMANAS ABAIXO DO"
010450             " MINIMO: " WS-SEM-ED
010460     IF WS-ABAIXO-COUNT > ZERO
010470         MOVE 4 TO RETURN-CODE
010480     END-IF.
010490
010500******************************************************************
010510*  5000-SOMA-DIAS
010520*  WS-DATA-WK (AAAAMMDD) MAIS WS-DIAS-ADD DIAS CORRIDOS (NEGATIVO
010530*  VOLTA NO CALENDARIO), DE VOLTA EM WS-DATA-WK.
010540******************************************************************
010550 5000-SOMA-DIAS.
010560     MOVE WS-DATA-WK TO WS-DATA-NUM
010570     COMPUTE WS-DIAS-INT =
010580         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + WS-DIAS-ADD
010590     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
010600     MOVE WS-DATA-NUM TO WS-DATA-WK.
010610
010620******************************************************************
010630*  0100-OPEN-AUDIT-LOG-FILE
010640*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
010650*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
010660******************************************************************
010670 0100-OPEN-AUDIT-LOG-FILE.
010680     OPEN EXTEND AUDIT-LOG-FILE
010690     IF WS-AUDIT-FILE-STATUS = "35"
010700         OPEN OUTPUT AUDIT-LOG-FILE
010710         CLOSE AUDIT-LOG-FILE
010720         OPEN EXTEND AUDIT-LOG-FILE
010730     END-IF.
