000150*  (FERIADOS). SAI O EXTRATO POR FUNCIONARIO (PONTOMRPT) E O
000160*  RESUMO PARA A FOLHA EM CSV (PONTOCSV), NO MESMO FORMATO DE
000170*  IMPORTACAO DO EXTRATO - ACABAM OS CARTOES DE PAPEL.
000171*  AS HORAS DE TRIPULACAO (TRIPCREW, DO TRIPULA) ENTRAM NO MESMO
000172*  EXTRATO: POR DIA, AS PARTIDAS E OS MINUTOS EM PARTIDA COMO
000173*  MOTORISTA OU COBRADOR, COM EXTRA ALEM DA JORNADA E PREMIO EM
000174*  DIA NAO UTIL, EM COLUNAS PROPRIAS DO CSV. TRIPULANTE QUE NAO
000175*  ESTA NA ESCALA ENTRA NO EXTRATO SO COM A TRIPULACAO.
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000212*  2026-10-15 AFG   HORAS DE TRIPULACAO DO TRIPCREW POR DIA NO
000214*                   EXTRATO E NO CSV DA FOLHA (TRIP-DIAS,
000216*                   TRIP-MIN, TRIP-EXTRA, TRIP-PREMIO); O
000218*                   TRIPULANTE FORA DA ESCALA TAMBEM E APURADO.
000220******************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000290     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000312     SELECT TRIP-CREW-FILE ASSIGN TO "TRIPCREW"
000314         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS  IS WS-CR-FILE-STATUS.
000320     SELECT STATEMENT-FILE ASSIGN TO "PONTOMRPT"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT CSV-OUT-FILE ASSIGN TO "PONTOCSV"
000410 FD  AUDIT-LOG-FILE
000420     RECORDING MODE IS F.
000430     COPY AUDITREC.
000432 FD  TRIP-CREW-FILE
000434     RECORDING MODE IS F.
000436     COPY TRIPCREWREC.
000440 FD  STATEMENT-FILE
000450     RECORDING MODE IS F.
000460 01  STMT-LINE                   PIC X(80).
000510 01  WS-SWITCHES.
000520     05  WS-SHIFT-FILE-STATUS    PIC X(02)   VALUE "00".
000530     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000532     05  WS-CR-FILE-STATUS       PIC X(02)   VALUE "00".
000534     05  WS-CR-EOF-SW            PIC X(01)   VALUE "N".
000536         88  WS-CR-EOF                       VALUE "Y".
000540     05  WS-SHIFT-EOF-SW         PIC X(01)   VALUE "N".
000550         88  WS-SHIFT-EOF                    VALUE "Y".
000560     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
000930 01  WS-SCAN                     PIC 9(03).
000940 01  WS-SCAN2                    PIC 9(03).
000950 01  WS-NOME10-WK                PIC X(10).
000951 01  WS-NOME-WK                  PIC X(20).
000952 01  WS-MIN-INI-WK               PIC 9(05).
000953 01  WS-TR-DIAS                  PIC 9(03).
000954 01  WS-TR-MIN                   PIC 9(06).
000955 01  WS-TR-EXTRA                 PIC 9(06).
000956 01  WS-TR-PREMIO                PIC 9(06).
000957 01  WS-CT-DROPPED               PIC 9(05)   VALUE ZERO.
000960******************************************************************
000970*  ESCALA (NOME E HORARIO, PRIMEIRA OCORRENCIA DE CADA NOME) E
000980*  PARES DE ENTRADA/SAIDA POR FUNCIONARIO POR DIA.
001120         10  WS-DY-SAIDA         PIC X(06).
001130 01  WS-DY-COUNT                 PIC 9(03)   VALUE ZERO.
001140 01  WS-DY-POS                   PIC 9(03).
001141******************************************************************
001142*  TRIPULACAO DO MES: PARTIDAS E MINUTOS EM PARTIDA POR
001143*  FUNCIONARIO POR DIA (MOTORISTA E COBRADOR SOMADOS).
001144******************************************************************
001145 01  WS-CT-TABLE.
001146     05  WS-CT-ENTRY OCCURS 500 TIMES
001147                     INDEXED BY WS-CT-IDX.
001148         10  WS-CT-NOME          PIC X(20).
001149         10  WS-CT-DATA          PIC X(08).
001150         10  WS-CT-PARTIDAS      PIC 9(03).
001151         10  WS-CT-MIN           PIC 9(05).
001152 01  WS-CT-COUNT                 PIC 9(03)   VALUE ZERO.
001153
001160 PROCEDURE DIVISION.
001170
001180 0000-MAINLINE.
001720             UNTIL WS-SHIFT-EOF
001730         CLOSE SHIFT-ROSTER-FILE
001740     END-IF
001741     OPEN INPUT TRIP-CREW-FILE
001742     IF WS-CR-FILE-STATUS NOT = "00"
001743         MOVE "Y" TO WS-CR-EOF-SW
001744     ELSE
001745         PERFORM 1200-LOAD-CREW THRU 1200-EXIT
001746             UNTIL WS-CR-EOF
001747         CLOSE TRIP-CREW-FILE
001748     END-IF
001750     OPEN INPUT AUDIT-LOG-FILE
001760     IF WS-AUDIT-FILE-STATUS NOT = "00"
001770         MOVE "Y" TO WS-LOG-EOF-SW
001900     STRING "EXTRATO MENSAL DE PONTO - MES " WS-MES
001910         DELIMITED BY SIZE INTO STMT-LINE
001920     WRITE STMT-LINE
001930     MOVE SPACES TO CSV-LINE
001932     STRING "NOME;DIAS;MINUTOS;ATRASO;EXTRA;PREMIO;SEM-SAIDA"
001934            ";TRIP-DIAS;TRIP-MIN;TRIP-EXTRA;TRIP-PREMIO"
001936         DELIMITED BY SIZE INTO CSV-LINE
001950     WRITE CSV-LINE.
001960
001970******************************************************************
002250     END-IF.
002260 1150-EXIT.
002270     EXIT.
002271******************************************************************
002272*  1200-LOAD-CREW
002273*  SOMA AS PARTIDAS DO MES DO TRIPCREW POR TRIPULANTE POR DIA.
002274*  O TRIPULANTE QUE NAO ESTA NA ESCALA ENTRA NA LISTA DO EXTRATO
002275*  SEM HORARIO ESCALADO.
002276******************************************************************
002277 1200-LOAD-CREW.
002278     READ TRIP-CREW-FILE
002279         AT END
002280             MOVE "Y" TO WS-CR-EOF-SW
002281             GO TO 1200-EXIT
002282     END-READ
002283     IF TCR-DATA(1:6) NOT = WS-MES
002284         OR TCR-HORA-INI NOT NUMERIC
002285         OR TCR-HORA-FIM NOT NUMERIC
002286         GO TO 1200-EXIT
002287     END-IF
002288     MOVE TCR-HORA-INI TO WS-HHMM-WK
002289     PERFORM 3250-HHMM-TO-MIN THRU 3250-EXIT
002290     MOVE WS-MIN-SAIDA TO WS-MIN-INI-WK
002291     MOVE TCR-HORA-FIM TO WS-HHMM-WK
002292     PERFORM 3250-HHMM-TO-MIN THRU 3250-EXIT
002293     IF WS-MIN-SAIDA NOT > WS-MIN-INI-WK
002294         GO TO 1200-EXIT
002295     END-IF
002296     MOVE TCR-MOTORISTA TO WS-NOME-WK
002297     PERFORM 1250-SOMA-TRIPULANTE THRU 1250-EXIT
002298     MOVE TCR-COBRADOR  TO WS-NOME-WK
002299     PERFORM 1250-SOMA-TRIPULANTE THRU 1250-EXIT.
002300 1200-EXIT.
002301     EXIT.
002302
002303 1250-SOMA-TRIPULANTE.
002304     IF WS-NOME-WK = SPACES
002305         GO TO 1250-EXIT
002306     END-IF
002307     MOVE "N" TO WS-FOUND-SW
002308     PERFORM 1260-MATCH-CREW-DAY THRU 1260-EXIT
002309         VARYING WS-SCAN FROM 1 BY 1
002310         UNTIL WS-SCAN > WS-CT-COUNT OR WS-FOUND
002311     IF NOT WS-FOUND
002312         IF WS-CT-COUNT >= 500
002313             ADD 1 TO WS-CT-DROPPED
002314             GO TO 1250-EXIT
002315         END-IF
002316         ADD 1 TO WS-CT-COUNT
002317         SET WS-CT-IDX TO WS-CT-COUNT
002318         MOVE WS-NOME-WK TO WS-CT-NOME(WS-CT-IDX)
002319         MOVE TCR-DATA   TO WS-CT-DATA(WS-CT-IDX)
002320         MOVE ZERO       TO WS-CT-PARTIDAS(WS-CT-IDX)
002321                            WS-CT-MIN(WS-CT-IDX)
002322     END-IF
002323     ADD 1 TO WS-CT-PARTIDAS(WS-CT-IDX)
002324     COMPUTE WS-CT-MIN(WS-CT-IDX) = WS-CT-MIN(WS-CT-IDX)
002325                                  + WS-MIN-SAIDA - WS-MIN-INI-WK
002326     MOVE "N" TO WS-FOUND-SW
002327     PERFORM 1270-MATCH-SHIFT-NOME THRU 1270-EXIT
002328         VARYING WS-SCAN FROM 1 BY 1
002329         UNTIL WS-SCAN > WS-SH-COUNT OR WS-FOUND
002330     IF NOT WS-FOUND AND WS-SH-COUNT < 100
002331         ADD 1 TO WS-SH-COUNT
002332         SET WS-SH-IDX TO WS-SH-COUNT
002333         MOVE WS-NOME-WK TO WS-SH-NOME(WS-SH-IDX)
002334         MOVE SPACES     TO WS-SH-START(WS-SH-IDX)
002335     END-IF.
002336 1250-EXIT.
002337     EXIT.
002338
002339 1260-MATCH-CREW-DAY.
002340     SET WS-CT-IDX TO WS-SCAN
002341     IF WS-CT-NOME(WS-CT-IDX) = WS-NOME-WK
002342         AND WS-CT-DATA(WS-CT-IDX) = TCR-DATA
002343         MOVE "Y" TO WS-FOUND-SW
002344     END-IF.
002345 1260-EXIT.
002346     EXIT.
002347
002348 1270-MATCH-SHIFT-NOME.
002349     SET WS-SH-IDX TO WS-SCAN
002350     IF WS-SH-NOME(WS-SH-IDX) = WS-NOME-WK
002351         MOVE "Y" TO WS-FOUND-SW
002352     END-IF.
002353 1270-EXIT.
002354     EXIT.
002355
002356******************************************************************
002357*  2200-SCAN-LOG
002358*  VARRE A TRILHA DE AUDITORIA GUARDANDO, POR FUNCIONARIO POR
002359*  DIA DO MES, O PRIMEIRO SIGN-IN E O ULTIMO SIGN-OUT DO
002360*  VSCODE.
002361******************************************************************
002362 2200-SCAN-LOG.
002363     READ AUDIT-LOG-FILE
002370         AT END
002380             MOVE "Y" TO WS-LOG-EOF-SW
002390             GO TO 2200-EXIT
003090     SET WS-SH-IDX TO WS-SCAN
003100     MOVE ZERO TO WS-TOT-DIAS WS-TOT-MIN WS-TOT-ATRASO
003110                  WS-TOT-EXTRA WS-TOT-PREMIO WS-SEM-SAIDA
003115     MOVE ZERO TO WS-TR-DIAS WS-TR-MIN WS-TR-EXTRA WS-TR-PREMIO
003120     MOVE WS-SH-NOME(WS-SH-IDX)(1:10) TO WS-NOME10-WK
003130     MOVE SPACES TO STMT-LINE
003140     WRITE STMT-LINE
003200     PERFORM 3200-ONE-DAY THRU 3200-EXIT
003210         VARYING WS-SCAN2 FROM 1 BY 1
003220         UNTIL WS-SCAN2 > WS-DY-COUNT
003222     PERFORM 3300-CREW-DAY THRU 3300-EXIT
003224         VARYING WS-SCAN2 FROM 1 BY 1
003226         UNTIL WS-SCAN2 > WS-CT-COUNT
003230     IF WS-TOT-DIAS > ZERO OR WS-SEM-SAIDA > ZERO
003235         OR WS-TR-DIAS > ZERO
003240         ADD 1 TO WS-EMP-TOTAL
003250     END-IF
003260     MOVE SPACES TO STMT-LINE
003310            " PREMIO " WS-TOT-PREMIO
003320         DELIMITED BY SIZE INTO STMT-LINE
003330     WRITE STMT-LINE
003331     IF WS-TR-DIAS > ZERO
003332         MOVE SPACES TO STMT-LINE
003333         STRING "  TRIPULACAO DIAS " WS-TR-DIAS
003334                " MIN " WS-TR-MIN
003335                " EXTRA " WS-TR-EXTRA
003336                " PREMIO " WS-TR-PREMIO
003337             DELIMITED BY SIZE INTO STMT-LINE
003338         WRITE STMT-LINE
003339     END-IF
003340     MOVE SPACES TO CSV-LINE
003350     STRING FUNCTION TRIM(WS-SH-NOME(WS-SH-IDX)) ";"
003360            WS-TOT-DIAS ";"
003390            WS-TOT-EXTRA ";"
003400            WS-TOT-PREMIO ";"
003410            WS-SEM-SAIDA
003412            ";" WS-TR-DIAS
003414            ";" WS-TR-MIN
003416            ";" WS-TR-EXTRA
003418            ";" WS-TR-PREMIO
003420         DELIMITED BY SIZE INTO CSV-LINE
003430     WRITE CSV-LINE.
003440 3100-EXIT.
003820     END-IF
003830     ADD 1 TO WS-TOT-DIAS
003840     ADD WS-MIN-DIA TO WS-TOT-MIN
003842*    TRIPULANTE FORA DA ESCALA NAO TEM HORARIO PARA ATRASO.
003844     IF WS-SH-START(WS-SH-IDX)(1:4) NOT NUMERIC
003846         MOVE WS-MIN-ENTRADA TO WS-MIN-ESCALA
003848     ELSE
003850         MOVE WS-SH-START(WS-SH-IDX)(1:4) TO WS-HHMM-WK
003860         PERFORM 3250-HHMM-TO-MIN THRU 3250-EXIT
003870         MOVE WS-MIN-SAIDA TO WS-MIN-ESCALA
003875     END-IF
003880     COMPUTE WS-MIN-ATRASO = WS-MIN-ENTRADA - WS-MIN-ESCALA
003890     IF WS-MIN-ATRASO < ZERO
003900         MOVE ZERO TO WS-MIN-ATRASO
004180     WRITE STMT-LINE.
004190 3200-EXIT.
004200     EXIT.
004201******************************************************************
004202*  3300-CREW-DAY
004203*  UM DIA DE TRIPULACAO DO FUNCIONARIO: PARTIDAS E MINUTOS EM
004204*  PARTIDA, EXTRA ALEM DA JORNADA E PREMIO EM DIA NAO UTIL, COMO
004205*  NO DIA DE PONTO.
004206******************************************************************
004207 3300-CREW-DAY.
004208     SET WS-CT-IDX TO WS-SCAN2
004209     IF WS-CT-NOME(WS-CT-IDX) NOT = WS-SH-NOME(WS-SH-IDX)
004210         GO TO 3300-EXIT
004211     END-IF
004212     ADD 1                     TO WS-TR-DIAS
004213     ADD WS-CT-MIN(WS-CT-IDX)  TO WS-TR-MIN
004214     COMPUTE WS-MIN-EXTRA = WS-CT-MIN(WS-CT-IDX) - WS-JORNADA-MIN
004215     IF WS-MIN-EXTRA < ZERO
004216         MOVE ZERO TO WS-MIN-EXTRA
004217     END-IF
004218     ADD WS-MIN-EXTRA TO WS-TR-EXTRA
004219     MOVE "Q" TO WS-DIAUTIL-FUNC
004220     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC
004221                          WS-CT-DATA(WS-CT-IDX)
004222                          WS-DIA-OUT WS-UTIL-SW
004223     MOVE SPACES TO STMT-LINE
004224     IF NOT WS-UTIL
004225         ADD WS-CT-MIN(WS-CT-IDX) TO WS-TR-PREMIO
004226         STRING "  " WS-CT-DATA(WS-CT-IDX)
004227                " TRIPULACAO " WS-CT-PARTIDAS(WS-CT-IDX)
004228                " PARTIDA(S) MIN " WS-CT-MIN(WS-CT-IDX)
004229                " EXTRA " WS-MIN-EXTRA
004230                " DIA NAO UTIL - PREMIO"
004231             DELIMITED BY SIZE INTO STMT-LINE
004232     ELSE
004233         STRING "  " WS-CT-DATA(WS-CT-IDX)
004234                " TRIPULACAO " WS-CT-PARTIDAS(WS-CT-IDX)
004235                " PARTIDA(S) MIN " WS-CT-MIN(WS-CT-IDX)
004236                " EXTRA " WS-MIN-EXTRA
004237             DELIMITED BY SIZE INTO STMT-LINE
004238     END-IF
004239     WRITE STMT-LINE.
004240 3300-EXIT.
004241     EXIT.
004242
004243******************************************************************
004244*  3250-HHMM-TO-MIN
004245*  CONVERTE HHMM EM MINUTOS DO DIA - A HORA E ISOLADA NUM CAMPO
004250*  INTEIRO ANTES DE MULTIPLICAR, COMO NO RELATORIO DE PONTO DO
004260*  VSCODE. ENTRADA EM WS-HHMM-WK, SAIDA EM WS-MIN-SAIDA.
004270******************************************************************
004450     DISPLAY "APURACAO DO MES " WS-MES
004460             " - FUNCIONARIOS COM MOVIMENTO: " WS-EMP-TOTAL
004470     DISPLAY "EXTRATO EM PONTOMRPT, RESUMO DA FOLHA EM"
004480             " PONTOCSV"
004490     IF WS-CT-DROPPED > ZERO
004500         DISPLAY "*** AVISO: " WS-CT-DROPPED
004510                 " DIA(S) DE TRIPULACAO FORA DA TABELA"
004520     END-IF.
