000260*  MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000282*  2026-10-15 AFG   O VAULTBAL PASSOU A TER UM REGISTRO DE SALDO
000284*                   POR FILIAL (COFRE): A PASSAGEM DO SALDO DO
000286*                   COFRE PARA JANEIRO CARREGA TODAS AS FILIAIS,
000288*                   NAO SO O PRIMEIRO REGISTRO.
000289*  2026-10-15 AFG   FECHA NO PERIODOS OS MESES DO ANO QUE AINDA
000290*                   ESTAVAM ABERTOS (SO OS JA ENCERRADOS) - A
000291*                   ROTINA PERIODO PASSA A RECUSAR OU DESVIAR
000292*                   LANCAMENTO NO LEDGER DATADO NELES.
000293******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000530     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000552     SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODOS"
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS  IS WS-PER-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  MONTH-LEDGER-FILE
000790 FD  AUDIT-LOG-FILE
000800     RECORDING MODE IS F.
000810     COPY AUDITREC.
000812 FD  PERIOD-STATUS-FILE
000814     RECORDING MODE IS F.
000816     COPY PERIODREC.
000820 WORKING-STORAGE SECTION.
000830 01  WS-SWITCHES.
000840     05  WS-MLG-FILE-STATUS      PIC X(02)   VALUE "00".
000880     05  WS-ARC-FILE-STATUS      PIC X(02)   VALUE "00".
000890     05  WS-KEEP-FILE-STATUS     PIC X(02)   VALUE "00".
000900     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000905     05  WS-PER-FILE-STATUS      PIC X(02)   VALUE "00".
000910     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000920         88  WS-EOF                          VALUE "Y".
000930     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000940         88  WS-SIGNON-VALID                 VALUE "Y".
000950     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000960         88  WS-FOUND                        VALUE "Y".
000963     05  WS-VBAL-EOF-SW          PIC X(01)   VALUE "N".
000966         88  WS-VBAL-EOF                     VALUE "Y".
000970 01  WS-MSG-CODE-WK              PIC X(08).
000980 01  WS-MSG-TEXT-WK              PIC X(60).
000990 01  WS-OPERATOR-ID              PIC X(08).
001150 01  WS-TOT-REPROV               PIC 9(05)   VALUE ZERO.
001160 01  WS-TOT-VARIANCE             PIC S9(09)V99 VALUE ZERO.
001170 01  WS-SALDO-COFRE              PIC S9(07)V99 VALUE ZERO.
001171*  SALDOS DO COFRE POR FILIAL LIDOS DO VAULTBAL.
001172 01  WS-VBAL-TABLE.
001173     05  WS-VB-ENTRY OCCURS 10 TIMES
001174                     INDEXED BY WS-VB-IDX.
001175         10  WS-VB-FILIAL        PIC X(03).
001176         10  WS-VB-BALANCE       PIC S9(07)V99.
001177 01  WS-VBAL-COUNT               PIC 9(02)   VALUE ZERO.
001180 01  WS-MOVED-TVARH              PIC 9(06)   VALUE ZERO.
001190 01  WS-MOVED-MESLEDG            PIC 9(06)   VALUE ZERO.
001200 01  WS-KEEP-COUNT               PIC 9(06)   VALUE ZERO.
001400         10  WS-DY-RUN-ID        PIC X(08).
001410 01  WS-DY-COUNT                 PIC 9(03)   VALUE ZERO.
001420 01  WS-DY-DROPPED               PIC 9(03)   VALUE ZERO.
001421*  FECHAMENTO DOS MESES NO PERIODOS - A CONSULTA A ROTINA PERIODO
001422*  USA UM LANCAMENTO DATADO NO DIA 1 DO MES.
001423 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "C".
001424 01  WS-PERIODO-PROG             PIC X(08)   VALUE "ANOFECHO".
001425 01  WS-PERIODO-SW               PIC X(01).
001426     COPY LEDGERREC.
001427 01  WS-HOJE                     PIC X(08).
001428 01  WS-MES-NUM                  PIC 9(02).
001429 01  WS-MES-FECHA                PIC X(06).
001430 01  WS-MESES-FECHADOS           PIC 9(02)   VALUE ZERO.
001431
001440 PROCEDURE DIVISION.
001450
001460 0000-MAINLINE.
001620     PERFORM 4000-CARRY-VAULT-FORWARD
001630     PERFORM 5000-ARCHIVE-TVARH THRU 5000-EXIT
001640     PERFORM 5500-ARCHIVE-MESLEDG THRU 5500-EXIT
001642     PERFORM 5900-FECHA-PERIODO THRU 5900-EXIT
001644         VARYING WS-MES-NUM FROM 1 BY 1
001646         UNTIL WS-MES-NUM > 12
001650     PERFORM 6000-FINALIZE
001660     STOP RUN.
001670
003830
003840******************************************************************
003850*  4000-CARRY-VAULT-FORWARD
003860*  REGRAVA O SALDO DO COFRE, UM REGISTRO POR FILIAL, COMO SALDO
003870*  DE ABERTURA DE JANEIRO DO ANO SEGUINTE (VBAL-LAST-DATE =
003880*  01/01) - OS VALORES NAO MUDAM, SO A DATA DE REFERENCIA, PARA
003885*  O COFRE PARTIR DELES EM JANEIRO.
003890******************************************************************
003900 4000-CARRY-VAULT-FORWARD.
003910     MOVE ZERO TO WS-SALDO-COFRE
003920     OPEN INPUT VAULT-BALANCE-FILE
003930     IF WS-VBAL-FILE-STATUS = "00"
003953         PERFORM 4050-LOAD-ONE-BALANCE THRU 4050-EXIT
003976             UNTIL WS-VBAL-EOF
004000         CLOSE VAULT-BALANCE-FILE
004010     END-IF
004018*    SEM SALDO ANTERIOR A MATRIZ ABRE O ANO ZERADA.
004026     IF WS-VBAL-COUNT = ZERO
004034         MOVE 1 TO WS-VBAL-COUNT
004042         MOVE "MTZ" TO WS-VB-FILIAL(1)
004050         MOVE ZERO  TO WS-VB-BALANCE(1)
004058     END-IF
004070     OPEN OUTPUT VAULT-BALANCE-FILE
004075     PERFORM 4080-WRITE-ONE-BALANCE THRU 4080-EXIT
004080         VARYING WS-VB-IDX FROM 1 BY 1
004085         UNTIL WS-VB-IDX > WS-VBAL-COUNT
004090     CLOSE VAULT-BALANCE-FILE
004100     MOVE WS-SALDO-COFRE TO WS-VALOR-ED
004110     MOVE SPACES TO REPORT-LINE
004130            "0101: R$" WS-VALOR-ED
004140         DELIMITED BY SIZE INTO REPORT-LINE
004150     WRITE REPORT-LINE.
004151
004152 4050-LOAD-ONE-BALANCE.
004153     READ VAULT-BALANCE-FILE
004154         AT END
004155             MOVE "Y" TO WS-VBAL-EOF-SW
004156             GO TO 4050-EXIT
004157     END-READ
004158     IF VBAL-BALANCE IS NOT NUMERIC OR WS-VBAL-COUNT >= 10
004159         GO TO 4050-EXIT
004160     END-IF
004161     ADD 1 TO WS-VBAL-COUNT
004162     SET WS-VB-IDX TO WS-VBAL-COUNT
004163     IF VBAL-FILIAL = SPACES
004164         MOVE "MTZ" TO WS-VB-FILIAL(WS-VB-IDX)
004165     ELSE
004166         MOVE VBAL-FILIAL TO WS-VB-FILIAL(WS-VB-IDX)
004167     END-IF
004168     MOVE VBAL-BALANCE TO WS-VB-BALANCE(WS-VB-IDX)
004169     ADD VBAL-BALANCE TO WS-SALDO-COFRE.
004170 4050-EXIT.
004171     EXIT.
004172
004173 4080-WRITE-ONE-BALANCE.
004174     MOVE SPACES                   TO VAULT-BALANCE-RECORD
004175     MOVE WS-VB-BALANCE(WS-VB-IDX) TO VBAL-BALANCE
004176     MOVE WS-VB-FILIAL(WS-VB-IDX)  TO VBAL-FILIAL
004177     STRING WS-ANO-SEGUINTE "0101" DELIMITED BY SIZE
004178         INTO VBAL-LAST-DATE
004179     WRITE VAULT-BALANCE-RECORD.
004180 4080-EXIT.
004181     EXIT.
004182
004183******************************************************************
004184*  5000-ARCHIVE-TVARH
004190*  MOVE OS REGISTROS DO ANO DO TELLVARH PARA O ACERVO TVARHARC
004200*  (SUFIXO ARC, ESQUEMA DO ARQUIVA): ACRESCENTA NO ACERVO,
004210*  CONFERE A CONTAGEM RELENDO-O E SO ENTAO REGRAVA O VIVO SEM OS
006070 5850-EXIT.
006080     EXIT.
006090
006091******************************************************************
006092*  5900-FECHA-PERIODO
006093*  FECHA NO PERIODOS O MES WS-MES-NUM DO ANO, SE JA TERMINOU E
006094*  AINDA ESTA ABERTO (NUNCA FECHADO OU REABERTO PELO PERMANT).
006095******************************************************************
006096 5900-FECHA-PERIODO.
006097     ACCEPT WS-HOJE FROM DATE YYYYMMDD
006098     MOVE WS-ANO TO WS-MES-FECHA(1:4)
006099     MOVE WS-MES-NUM TO WS-MES-FECHA(5:2)
006100     IF WS-MES-FECHA NOT < WS-HOJE(1:6)
006101         GO TO 5900-EXIT
006102     END-IF
006103     MOVE SPACES TO LEDGER-POSTING-RECORD
006104     STRING WS-MES-FECHA "01" DELIMITED BY SIZE
006105         INTO LED-POSTING-DATE
006106     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
006107                          LEDGER-POSTING-RECORD WS-PERIODO-SW
006108     IF WS-PERIODO-SW NOT = "A"
006109         GO TO 5900-EXIT
006110     END-IF
006111     OPEN EXTEND PERIOD-STATUS-FILE
006112     IF WS-PER-FILE-STATUS = "35"
006113         OPEN OUTPUT PERIOD-STATUS-FILE
006114         CLOSE PERIOD-STATUS-FILE
006115         OPEN EXTEND PERIOD-STATUS-FILE
006116     END-IF
006117     MOVE SPACES         TO PERIOD-STATUS-RECORD
006118     MOVE WS-MES-FECHA   TO PER-MES
006119     MOVE "F"            TO PER-SITUACAO
006120     ACCEPT PER-DATA FROM DATE YYYYMMDD
006121     ACCEPT PER-HORA FROM TIME
006122     MOVE "ANOFECHO"     TO PER-PROGRAMA
006123     MOVE WS-OPERATOR-ID TO PER-OPERADOR
006124     MOVE "FECHAMENTO DO ANO" TO PER-MOTIVO
006125     WRITE PERIOD-STATUS-RECORD
006126     CLOSE PERIOD-STATUS-FILE
006127     ADD 1 TO WS-MESES-FECHADOS.
006128 5900-EXIT.
006129     EXIT.
006130
006131******************************************************************
006132*  6000-FINALIZE
006133*  REGISTRA O FECHAMENTO NA AUDITORIA E FECHA OS ARQUIVOS.
006134******************************************************************
006170 6000-FINALIZE.
006171     MOVE SPACES TO REPORT-LINE
006172     STRING "MESES FECHADOS NO PERIODOS: " WS-MESES-FECHADOS
006173         DELIMITED BY SIZE INTO REPORT-LINE
006174     WRITE REPORT-LINE
006175     PERFORM 7000-WRITE-AUDIT
006176     CLOSE YEAR-REPORT-FILE
006177     CLOSE AUDIT-LOG-FILE
006180     DISPLAY "FECHAMENTO DO ANO GRAVADO EM ANORPT".
006190
006200******************************************************************
006310     STRING "DIAS=" WS-DY-COUNT
006320            " TVARH=" WS-MOVED-TVARH
006330            " MESLEDG=" WS-MOVED-MESLEDG
006335            " MESES=" WS-MESES-FECHADOS
006340         DELIMITED BY SIZE INTO AUDIT-DETAIL
006350     CALL "AUDITWR" USING AUDIT-RECORD.
006360
