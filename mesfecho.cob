000176*                   FIM DO MES PELOS DIAS UTEIS RESTANTES
000177*                   (DIAUTIL) E MARCA NAS LINHAS PIORES QUE A
000178*                   TOLERANCIA CADASTRADA.
000179*  2026-10-15 AFG   MES JA ENCERRADO E AINDA ABERTO E FECHADO NO
000180*                   PERIODOS DEPOIS DO RELATORIO - A ROTINA
000181*                   PERIODO PASSA A RECUSAR OU DESVIAR LANCAMENTO
000182*                   NO LEDGER DATADO NELE. O MES CORRENTE SO TEM
000183*                   O RELATORIO E CONTINUA ABERTO.
000184******************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000261     SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMAST"
000262         ORGANIZATION IS LINE SEQUENTIAL
000263         FILE STATUS  IS WS-BUDG-FILE-STATUS.
000264     SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODOS"
000265         ORGANIZATION IS LINE SEQUENTIAL
000266         FILE STATUS  IS WS-PER-FILE-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  MONTH-LEDGER-FILE
000341 FD  BUDGET-MASTER-FILE
000342     RECORDING MODE IS F.
000343     COPY BUDGREC.
000344 FD  PERIOD-STATUS-FILE
000345     RECORDING MODE IS F.
000346     COPY PERIODREC.
000350 WORKING-STORAGE SECTION.
000360 01  WS-SWITCHES.
000370     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000688 01  WS-BL-PROJ                  PIC S9(11)V99.
000689 01  WS-BL-VARPCT                PIC S9(05)V9.
000690 01  WS-VARPCT-ED                PIC -ZZZZ9.9.
000691*  FECHAMENTO DO MES NO PERIODOS - A CONSULTA A ROTINA PERIODO USA
000692*  UM LANCAMENTO DATADO NO DIA 1 DO MES.
000693 01  WS-PER-FILE-STATUS          PIC X(02)   VALUE "00".
000694 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "C".
000695 01  WS-PERIODO-PROG             PIC X(08)   VALUE "MESFECHO".
000696 01  WS-PERIODO-SW               PIC X(01).
000697     COPY LEDGERREC.
000698 01  WS-HOJE                     PIC X(08).
000699
000700******************************************************************
000701*  RAZAO MENSAL CARREGADO EM MEMORIA - SO A COLETA DE CARIMBO
000702*  MAIS RECENTE DE CADA DIA SOBREVIVE.
000710******************************************************************
000720 01  WS-ML-TABLE.
000730     05  WS-ML-ENTRY OCCURS 100 TIMES
000890     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT
000900         UNTIL WS-EOF
000910     PERFORM 3000-WRITE-MONTH THRU 3000-EXIT
000915     PERFORM 4000-FECHA-PERIODO THRU 4000-EXIT
000920     STOP RUN.
000930
000940******************************************************************
002880 3200-EXIT.
002890     EXIT.
002900
002901******************************************************************
002902*  3500-BUDGET-SECTION
002903*  COMPARA O REALIZADO DO MES COM A META DO ORCAMENTO (BUDGMAST):
002904*  UMA LINHA POR GRANDEZA COM REALIZADO, META, VARIACAO % E
002905*  PROJECAO PARA O FIM DO MES (REALIZADO / DIAS APURADOS X DIAS
002906*  UTEIS DO MES PELO DIAUTIL). LINHA PIOR QUE A TOLERANCIA SAI
002907*  MARCADA ">>> FORA DA META".
002908******************************************************************
002909 3500-BUDGET-SECTION.
002910     PERFORM 3550-READ-BUDGET THRU 3550-EXIT
002911     MOVE SPACES TO REPORT-LINE
002912     WRITE REPORT-LINE
002913     IF NOT WS-BUDG-FOUND
002914         MOVE "SEM ORCAMENTO CADASTRADO PARA O MES (BUDGMAST)"
002915             TO REPORT-LINE
002916         WRITE REPORT-LINE
002917         GO TO 3500-EXIT
002918     END-IF
002919     PERFORM 3600-COUNT-BUSINESS-DAYS
002920     MOVE SPACES TO REPORT-LINE
002921     STRING "REALIZADO X ORCAMENTO (DIAS APURADOS " WS-ML-COUNT
002922            " DE " WS-DIAS-UTEIS-MES " UTEIS)"
002923         DELIMITED BY SIZE INTO REPORT-LINE
002924     WRITE REPORT-LINE
002925     MOVE "MONTANTE   "    TO WS-BL-LABEL
002926     MOVE WS-MES-MONTANTE  TO WS-BL-ACTUAL
002927     MOVE WS-META-MONTANTE TO WS-BL-BUDGET
002928     PERFORM 3700-BUDGET-LINE THRU 3700-EXIT
002929     MOVE "TARIFA     "    TO WS-BL-LABEL
002930     MOVE WS-MES-TARIFA    TO WS-BL-ACTUAL
002931     MOVE WS-META-TARIFA   TO WS-BL-BUDGET
002932     PERFORM 3700-BUDGET-LINE THRU 3700-EXIT
002933     MOVE "PASSAGEIROS"    TO WS-BL-LABEL
002934     MOVE WS-MES-PASS      TO WS-BL-ACTUAL
002935     MOVE WS-META-PASS     TO WS-BL-BUDGET
002936     PERFORM 3700-BUDGET-LINE THRU 3700-EXIT
002937*    TAXA DE APROVACAO DA ESCOLA: REALIZADO EM % CONTRA A META
002938*    EM % - NAO SE PROJETA TAXA, SO SE COMPARA.
002939     IF WS-MES-APROV + WS-MES-REPROV > ZERO
002940         COMPUTE WS-APROV-PCT ROUNDED =
002941             WS-MES-APROV * 100
002942             / (WS-MES-APROV + WS-MES-REPROV)
002943         MOVE SPACES TO REPORT-LINE
002944         STRING "APROVACAO   REAL " WS-APROV-PCT
002945                "% META " WS-META-APROV-PCT "%"
002946             DELIMITED BY SIZE INTO REPORT-LINE
002947         IF WS-APROV-PCT < WS-META-APROV-PCT
002948             MOVE ">>> FORA DA META" TO REPORT-LINE(46:16)
002949         END-IF
002950         WRITE REPORT-LINE
002951     END-IF.
002952 3500-EXIT.
002953     EXIT.
002954
002955 3550-READ-BUDGET.
002956     MOVE "N" TO WS-BUDG-FOUND-SW
002957     OPEN INPUT BUDGET-MASTER-FILE
002958     IF WS-BUDG-FILE-STATUS NOT = "00"
002959         GO TO 3550-EXIT
002960     END-IF
002961     PERFORM 3580-MATCH-BUDGET THRU 3580-EXIT
002962         UNTIL WS-BUDG-EOF OR WS-BUDG-FOUND
002963     CLOSE BUDGET-MASTER-FILE.
002964 3550-EXIT.
002965     EXIT.
002966
002967 3580-MATCH-BUDGET.
002968     READ BUDGET-MASTER-FILE
002969         AT END
002970             MOVE "Y" TO WS-BUDG-EOF-SW
002971             GO TO 3580-EXIT
002972     END-READ
002973     IF BUDG-MES = WS-MES
002974         MOVE "Y" TO WS-BUDG-FOUND-SW
002975         MOVE BUDG-MONTANTE     TO WS-META-MONTANTE
002976         MOVE BUDG-TARIFA       TO WS-META-TARIFA
002977         MOVE BUDG-PASSAGEIROS  TO WS-META-PASS
002978         MOVE BUDG-APROV-PCT    TO WS-META-APROV-PCT
002979         IF BUDG-TOLERANCIA-PCT NUMERIC
002980             AND BUDG-TOLERANCIA-PCT > ZERO
002981             MOVE BUDG-TOLERANCIA-PCT TO WS-TOLERANCIA-PCT
002982         END-IF
002983     END-IF.
002984 3580-EXIT.
002985     EXIT.
002986
002987******************************************************************
002988*  3600-COUNT-BUSINESS-DAYS
002989*  CONTA OS DIAS UTEIS DO MES INTEIRO PELO DIAUTIL, PARA A
002990*  PROJECAO REALIZADO / DIAS APURADOS X DIAS UTEIS.
002991******************************************************************
002992 3600-COUNT-BUSINESS-DAYS.
002993     MOVE ZERO TO WS-DIAS-UTEIS-MES
002994     PERFORM 3650-TEST-ONE-DAY THRU 3650-EXIT
002995         VARYING WS-DIA-LOOP FROM 1 BY 1
002996         UNTIL WS-DIA-LOOP > 31.
002997
002998 3650-TEST-ONE-DAY.
002999     MOVE SPACES TO WS-DU-DATE-IN
003000     STRING WS-MES WS-DIA-LOOP DELIMITED BY SIZE
003001         INTO WS-DU-DATE-IN
003002     IF WS-DU-DATE-IN NOT NUMERIC
003003         GO TO 3650-EXIT
003004     END-IF
003005*    DIA 31 DE MES CURTO NAO EXISTE - O TESTE DE CALENDARIO DO
003006*    PROPRIO COBOL DESCARTA A DATA INVALIDA.
003007     IF FUNCTION TEST-DATE-YYYYMMDD(
003008         FUNCTION NUMVAL(WS-DU-DATE-IN)) NOT = ZERO
003009         GO TO 3650-EXIT
003010     END-IF
003011     MOVE "Q" TO WS-DIAUTIL-FUNC
003012     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-DU-DATE-IN
003013                          WS-DU-DATE-OUT WS-DU-BUSINESS-SW
003014     IF WS-DU-BUSINESS-SW = "Y"
003015         ADD 1 TO WS-DIAS-UTEIS-MES
003016     END-IF.
003017 3650-EXIT.
003018     EXIT.
003019
003020******************************************************************
003021*  3700-BUDGET-LINE
003022*  IMPRIME UMA LINHA REALIZADO X META: VARIACAO % SOBRE A META E
003023*  PROJECAO PARA O FIM DO MES; PIOR QUE A TOLERANCIA GANHA A
003024*  MARCA ">>> FORA DA META".
003025******************************************************************
003026 3700-BUDGET-LINE.
003027     IF WS-BL-BUDGET = ZERO
003028         MOVE SPACES TO REPORT-LINE
003029         STRING WS-BL-LABEL " SEM META CADASTRADA"
003030             DELIMITED BY SIZE INTO REPORT-LINE
003031         WRITE REPORT-LINE
003032         GO TO 3700-EXIT
003033     END-IF
003034     COMPUTE WS-BL-VARPCT ROUNDED =
003035         (WS-BL-ACTUAL - WS-BL-BUDGET) * 100 / WS-BL-BUDGET
003036     IF WS-ML-COUNT > ZERO
003037         COMPUTE WS-BL-PROJ ROUNDED =
003038             WS-BL-ACTUAL * WS-DIAS-UTEIS-MES / WS-ML-COUNT
003039     ELSE
003040         MOVE WS-BL-ACTUAL TO WS-BL-PROJ
003041     END-IF
003042     MOVE WS-BL-ACTUAL TO WS-VALOR-ED
003043     MOVE WS-BL-BUDGET TO WS-VALOR2-ED
003044     MOVE WS-BL-VARPCT TO WS-VARPCT-ED
003045     MOVE SPACES TO REPORT-LINE
003046     STRING WS-BL-LABEL " REAL " WS-VALOR-ED
003047            " META " WS-VALOR2-ED
003048            " VAR " WS-VARPCT-ED "%"
003049         DELIMITED BY SIZE INTO REPORT-LINE
003050     WRITE REPORT-LINE
003051     MOVE WS-BL-PROJ TO WS-VALOR-ED
003052     MOVE SPACES TO REPORT-LINE
003053     STRING "            PROJECAO FIM DO MES " WS-VALOR-ED
003054         DELIMITED BY SIZE INTO REPORT-LINE
003055*    TOLERANCIA: SO VARIACAO NEGATIVA (ABAIXO DA META) ALEM DA
003056*    TOLERANCIA CADASTRADA MARCA A LINHA.
003057     IF WS-BL-VARPCT < ZERO
003058         AND (ZERO - WS-BL-VARPCT) > WS-TOLERANCIA-PCT
003059         MOVE ">>> FORA DA META" TO REPORT-LINE(50:16)
003060     END-IF
003061     WRITE REPORT-LINE.
003062 3700-EXIT.
003063     EXIT.
003064
003065 3400-WRITE-WEEK-SUBTOTAL.
003066     MOVE WS-SUB-TARIFA TO WS-VALOR-ED
003067     MOVE SPACES TO REPORT-LINE
003068     STRING "  SUBTOTAL DA SEMANA  TARIFA R$" WS-VALOR-ED
003069            " PASS " WS-SUB-PASS
003070         DELIMITED BY SIZE INTO REPORT-LINE
003071     WRITE REPORT-LINE
003072     MOVE ZERO TO WS-SUB-TARIFA
003073     MOVE ZERO TO WS-SUB-PASS.
003074
003075******************************************************************
003076*  4000-FECHA-PERIODO
003077*  GRAVA NO PERIODOS O FECHAMENTO DO MES, SE O MES JA TERMINOU E
003078*  AINDA ESTA ABERTO (NUNCA FECHADO OU REABERTO PELO PERMANT).
003079******************************************************************
003080 4000-FECHA-PERIODO.
003081     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003082     IF WS-MES NOT < WS-HOJE(1:6)
003083         DISPLAY "MES EM CURSO - O PERIODO CONTINUA ABERTO"
003084         GO TO 4000-EXIT
003085     END-IF
003086     MOVE SPACES TO LEDGER-POSTING-RECORD
003087     STRING WS-MES "01" DELIMITED BY SIZE INTO LED-POSTING-DATE
003088     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
003089                          LEDGER-POSTING-RECORD WS-PERIODO-SW
003090     IF WS-PERIODO-SW NOT = "A"
003091         DISPLAY "PERIODO " WS-MES " JA ESTAVA FECHADO"
003092         GO TO 4000-EXIT
003093     END-IF
003094     OPEN EXTEND PERIOD-STATUS-FILE
003095     IF WS-PER-FILE-STATUS = "35"
003096         OPEN OUTPUT PERIOD-STATUS-FILE
003097         CLOSE PERIOD-STATUS-FILE
003098         OPEN EXTEND PERIOD-STATUS-FILE
003099     END-IF
003100     MOVE SPACES         TO PERIOD-STATUS-RECORD
003101     MOVE WS-MES         TO PER-MES
003102     MOVE "F"            TO PER-SITUACAO
003103     ACCEPT PER-DATA FROM DATE YYYYMMDD
003104     ACCEPT PER-HORA FROM TIME
003105     MOVE "MESFECHO"     TO PER-PROGRAMA
003106     MOVE WS-OPERATOR-ID TO PER-OPERADOR
003107     MOVE "FECHAMENTO DO MES" TO PER-MOTIVO
003108     WRITE PERIOD-STATUS-RECORD
003109     CLOSE PERIOD-STATUS-FILE
003110     DISPLAY "PERIODO " WS-MES " FECHADO PARA LANCAMENTOS".
003111 4000-EXIT.
003112     EXIT.
003113******************************************************************
003114*  8000-READ-LEDGER
003115*  LE O PROXIMO REGISTRO DO RAZAO MENSAL.
003116******************************************************************
003117 8000-READ-LEDGER.
003118     READ MONTH-LEDGER-FILE
003119         AT END
003120             MOVE "Y" TO WS-EOF-SW
003121     END-READ.
