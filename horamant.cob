000110*  PROGRAMADA (ROTA + HHMM + PADRAO DE DIAS), EXCLUIR PARTIDA E
000120*  LISTAR A GRADE. O VIAGEM CONFERE OS TRIP-ID CONTRA A GRADE E
000130*  O PARTIDAS APONTA FANTASMAS E FORA DE GRADE.
000133*  A ACAO P CARREGA UMA GRADE PROPOSTA (TIMEPROP, GRAVADA PELO
000136*  PARADA OU PELO DEMANDA) DEPOIS DE MOSTRAR AS DIFERENCAS.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000172*  2026-10-15 AFG   NOVA ACAO P: LE A GRADE PROPOSTA (TIMEPROP),
000174*                   LISTA AS PARTIDAS A INCLUIR E A EXCLUIR CONTRA
000176*                   A GRADE ATUAL E, CONFIRMADA, CARREGA A
000178*                   PROPOSTA NO LUGAR DA GRADE (GRAVADA NA SAIDA).
000180******************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000250     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000272     SELECT TIMETABLE-PROPOSAL-FILE ASSIGN TO "TIMEPROP"
000274         ORGANIZATION IS LINE SEQUENTIAL
000276         FILE STATUS  IS WS-TP-FILE-STATUS.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  TIMETABLE-FILE
000330 FD  AUDIT-LOG-FILE
000340     RECORDING MODE IS F.
000350     COPY AUDITREC.
000352 FD  TIMETABLE-PROPOSAL-FILE
000354     RECORDING MODE IS F.
000356 01  PROPOSAL-RECORD             PIC X(20).
000360 WORKING-STORAGE SECTION.
000370 01  WS-SWITCHES.
000380     05  WS-TT-FILE-STATUS       PIC X(02)   VALUE "00".
000390     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000392     05  WS-TP-FILE-STATUS       PIC X(02)   VALUE "00".
000394     05  WS-TP-EOF-SW            PIC X(01)   VALUE "N".
000396         88  WS-TP-EOF                       VALUE "Y".
000400     05  WS-TT-EOF-SW            PIC X(01)   VALUE "N".
000410         88  WS-TT-EOF                       VALUE "Y".
000420     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000590 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000600 01  WS-SCAN                     PIC 9(03).
000610 01  WS-POS                      PIC 9(03).
000612 01  WS-SCAN2                    PIC 9(03).
000614 01  WS-RESPOSTA                 PIC X(01).
000616 01  WS-INCL-COUNT               PIC 9(03)   VALUE ZERO.
000618 01  WS-EXCL-COUNT               PIC 9(03)   VALUE ZERO.
000620
000630******************************************************************
000640*  GRADE CARREGADA EM MEMORIA; REGRAVADA INTEIRA NA SAIDA.
000720 01  WS-TT-COUNT                 PIC 9(03)   VALUE ZERO.
000730 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
000740     88  WS-OVERFLOW                         VALUE "Y".
000741******************************************************************
000742*  GRADE PROPOSTA (TIMEPROP, LAYOUT TIMETABREC) LIDA PELA ACAO P.
000743******************************************************************
000744 01  WS-PROP-RECORD.
000745     05  WS-PROP-ROTA            PIC X(03).
000746     05  WS-PROP-TIME            PIC X(04).
000747     05  WS-PROP-PATTERN         PIC X(01).
000748     05  FILLER                  PIC X(12).
000749 01  WS-PR-TABLE.
000750     05  WS-PR-ENTRY OCCURS 100 TIMES
000751                     INDEXED BY WS-PR-IDX.
000752         10  WS-PR-ROTA          PIC X(03).
000753         10  WS-PR-TIME          PIC X(04).
000754         10  WS-PR-PATTERN       PIC X(01).
000755 01  WS-PR-COUNT                 PIC 9(03)   VALUE ZERO.
000756 01  WS-PR-OVERFLOW-SW           PIC X(01)   VALUE "N".
000757     88  WS-PR-OVERFLOW                      VALUE "Y".
000758
000760 PROCEDURE DIVISION.
000770
000780 0000-MAINLINE.
001840     DISPLAY "  I - INCLUIR PARTIDA PROGRAMADA"
001850     DISPLAY "  E - EXCLUIR PARTIDA"
001860     DISPLAY "  L - LISTAR A GRADE"
001865     DISPLAY "  P - CARREGAR GRADE PROPOSTA (TIMEPROP)"
001870     DISPLAY "  X - SAIR E GRAVAR"
001880     ACCEPT WS-ACAO
001890     EVALUATE WS-ACAO
001960         WHEN "L"
001970         WHEN "l"
001980             PERFORM 2500-LIST-GRADE THRU 2500-EXIT
001982         WHEN "P"
001984         WHEN "p"
001986             PERFORM 2700-CARREGA-PROPOSTA THRU 2700-EXIT
001990         WHEN "X"
002000         WHEN "x"
002010             MOVE "Y" TO WS-EXIT-SW
003000             WS-TT-PATTERN(WS-TT-IDX).
003010 2550-EXIT.
003020     EXIT.
003021******************************************************************
003022*  2700-CARREGA-PROPOSTA
003023*  LE A GRADE PROPOSTA, MOSTRA O QUE ENTRA (+) E O QUE SAI (-)
003024*  CONTRA A GRADE ATUAL (ROTA + HORARIO + PADRAO) E, SE O
003025*  OPERADOR CONFIRMAR, A PROPOSTA SUBSTITUI A GRADE EM MEMORIA;
003026*  A GRAVACAO SO ACONTECE NA SAIDA (X), COMO AS DEMAIS ACOES.
003027******************************************************************
003028 2700-CARREGA-PROPOSTA.
003029     MOVE ZERO TO WS-PR-COUNT WS-INCL-COUNT WS-EXCL-COUNT
003030     MOVE "N"  TO WS-PR-OVERFLOW-SW WS-TP-EOF-SW
003031     OPEN INPUT TIMETABLE-PROPOSAL-FILE
003032     IF WS-TP-FILE-STATUS NOT = "00"
003033         DISPLAY "TIMEPROP NAO ENCONTRADO - NADA CARREGADO"
003034         GO TO 2700-EXIT
003035     END-IF
003036     PERFORM 2710-LOAD-PROPOSTA THRU 2710-EXIT
003037         UNTIL WS-TP-EOF
003038     CLOSE TIMETABLE-PROPOSAL-FILE
003039     IF WS-PR-OVERFLOW
003040         DISPLAY "TIMEPROP MAIOR QUE A TABELA (100) - CARGA"
003041                 " RECUSADA"
003042         GO TO 2700-EXIT
003043     END-IF
003044     IF WS-PR-COUNT = ZERO
003045         DISPLAY "TIMEPROP VAZIO - CARGA RECUSADA"
003046         GO TO 2700-EXIT
003047     END-IF
003048     DISPLAY "DIFERENCAS DA PROPOSTA CONTRA A GRADE ATUAL:"
003049     PERFORM 2720-CONFERE-INCLUSAO THRU 2720-EXIT
003050         VARYING WS-SCAN FROM 1 BY 1
003051         UNTIL WS-SCAN > WS-PR-COUNT
003052     PERFORM 2730-CONFERE-EXCLUSAO THRU 2730-EXIT
003053         VARYING WS-SCAN FROM 1 BY 1
003054         UNTIL WS-SCAN > WS-TT-COUNT
003055     IF WS-INCL-COUNT = ZERO AND WS-EXCL-COUNT = ZERO
003056         DISPLAY "PROPOSTA IGUAL A GRADE ATUAL - NADA CARREGADO"
003057         GO TO 2700-EXIT
003058     END-IF
003059     DISPLAY "INCLUIR: " WS-INCL-COUNT "  EXCLUIR: " WS-EXCL-COUNT
003060     DISPLAY "CARREGAR A PROPOSTA NO LUGAR DA GRADE? (S/N)"
003061     ACCEPT WS-RESPOSTA
003062     IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
003063         DISPLAY "PROPOSTA NAO CARREGADA"
003064         GO TO 2700-EXIT
003065     END-IF
003066     PERFORM 2760-COPIA-PROPOSTA THRU 2760-EXIT
003067         VARYING WS-SCAN FROM 1 BY 1
003068         UNTIL WS-SCAN > WS-PR-COUNT
003069     MOVE WS-PR-COUNT TO WS-TT-COUNT
003070     ADD WS-INCL-COUNT WS-EXCL-COUNT TO WS-CHANGE-COUNT
003071     PERFORM 7200-WRITE-AUDIT-PROPOSTA
003072     DISPLAY "PROPOSTA CARREGADA - GRAVADA NA SAIDA (X)".
003073 2700-EXIT.
003074     EXIT.
003075
003076 2710-LOAD-PROPOSTA.
003077     READ TIMETABLE-PROPOSAL-FILE INTO WS-PROP-RECORD
003078         AT END
003079             MOVE "Y" TO WS-TP-EOF-SW
003080             GO TO 2710-EXIT
003081     END-READ
003082     IF WS-PR-COUNT >= 100
003083         MOVE "Y" TO WS-PR-OVERFLOW-SW
003084         GO TO 2710-EXIT
003085     END-IF
003086     ADD 1 TO WS-PR-COUNT
003087     SET WS-PR-IDX TO WS-PR-COUNT
003088     MOVE WS-PROP-ROTA    TO WS-PR-ROTA(WS-PR-IDX)
003089     MOVE WS-PROP-TIME    TO WS-PR-TIME(WS-PR-IDX)
003090     MOVE WS-PROP-PATTERN TO WS-PR-PATTERN(WS-PR-IDX).
003091 2710-EXIT.
003092     EXIT.
003093
003094 2720-CONFERE-INCLUSAO.
003095     SET WS-PR-IDX TO WS-SCAN
003096     MOVE "N" TO WS-FOUND-SW
003097     PERFORM 2740-ACHA-NA-GRADE THRU 2740-EXIT
003098         VARYING WS-SCAN2 FROM 1 BY 1
003099         UNTIL WS-SCAN2 > WS-TT-COUNT OR WS-FOUND
003100     IF NOT WS-FOUND
003101         ADD 1 TO WS-INCL-COUNT
003102         DISPLAY "  + INCLUIR " WS-PR-ROTA(WS-PR-IDX) " "
003103                 WS-PR-TIME(WS-PR-IDX) " "
003104                 WS-PR-PATTERN(WS-PR-IDX)
003105     END-IF.
003106 2720-EXIT.
003107     EXIT.
003108
003109 2730-CONFERE-EXCLUSAO.
003110     SET WS-TT-IDX TO WS-SCAN
003111     MOVE "N" TO WS-FOUND-SW
003112     PERFORM 2750-ACHA-NA-PROPOSTA THRU 2750-EXIT
003113         VARYING WS-SCAN2 FROM 1 BY 1
003114         UNTIL WS-SCAN2 > WS-PR-COUNT OR WS-FOUND
003115     IF NOT WS-FOUND
003116         ADD 1 TO WS-EXCL-COUNT
003117         DISPLAY "  - EXCLUIR " WS-TT-ROTA(WS-TT-IDX) " "
003118                 WS-TT-TIME(WS-TT-IDX) " "
003119                 WS-TT-PATTERN(WS-TT-IDX)
003120     END-IF.
003121 2730-EXIT.
003122     EXIT.
003123
003124 2740-ACHA-NA-GRADE.
003125     SET WS-TT-IDX TO WS-SCAN2
003126     IF WS-TT-ROTA(WS-TT-IDX) = WS-PR-ROTA(WS-PR-IDX)
003127         AND WS-TT-TIME(WS-TT-IDX) = WS-PR-TIME(WS-PR-IDX)
003128         AND WS-TT-PATTERN(WS-TT-IDX) = WS-PR-PATTERN(WS-PR-IDX)
003129         MOVE "Y" TO WS-FOUND-SW
003130     END-IF.
003131 2740-EXIT.
003132     EXIT.
003133
003134 2750-ACHA-NA-PROPOSTA.
003135     SET WS-PR-IDX TO WS-SCAN2
003136     IF WS-PR-ROTA(WS-PR-IDX) = WS-TT-ROTA(WS-TT-IDX)
003137         AND WS-PR-TIME(WS-PR-IDX) = WS-TT-TIME(WS-TT-IDX)
003138         AND WS-PR-PATTERN(WS-PR-IDX) = WS-TT-PATTERN(WS-TT-IDX)
003139         MOVE "Y" TO WS-FOUND-SW
003140     END-IF.
003141 2750-EXIT.
003142     EXIT.
003143
003144 2760-COPIA-PROPOSTA.
003145     SET WS-PR-IDX TO WS-SCAN
003146     SET WS-TT-IDX TO WS-SCAN
003147     MOVE WS-PR-ROTA(WS-PR-IDX)    TO WS-TT-ROTA(WS-TT-IDX)
003148     MOVE WS-PR-TIME(WS-PR-IDX)    TO WS-TT-TIME(WS-TT-IDX)
003149     MOVE WS-PR-PATTERN(WS-PR-IDX) TO WS-TT-PATTERN(WS-TT-IDX).
003150 2760-EXIT.
003151     EXIT.
003152
003153******************************************************************
003154*  3000-FINALIZE
003155*  REGRAVA A GRADE INTEIRA E FECHA A AUDITORIA.
003156******************************************************************
003157 3000-FINALIZE.
003158     OPEN OUTPUT TIMETABLE-FILE
003159     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
003160         VARYING WS-SCAN FROM 1 BY 1
003161         UNTIL WS-SCAN > WS-TT-COUNT
003162     CLOSE TIMETABLE-FILE
003163     CLOSE AUDIT-LOG-FILE
003164     DISPLAY "GRADE GRAVADA - ALTERACOES: " WS-CHANGE-COUNT.
003165
003170 3100-WRITE-ONE.
003180     SET WS-TT-IDX TO WS-SCAN
003190     MOVE SPACES                   TO TIMETABLE-RECORD
003540     STRING "EXCLUSAO " WS-IN-TIME
003550         DELIMITED BY SIZE INTO AUDIT-DETAIL
003560     CALL "AUDITWR" USING AUDIT-RECORD.
003570******************************************************************
003580*  7200-WRITE-AUDIT-PROPOSTA
003590*  GRAVA A CARGA DA GRADE PROPOSTA NA TRILHA DE AUDITORIA.
003600******************************************************************
003610 7200-WRITE-AUDIT-PROPOSTA.
003620     MOVE "HORAMANT"         TO AUDIT-PROGRAM-ID
003630     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
003640     ACCEPT AUDIT-TIME FROM TIME
003650     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
003660     MOVE "TIMEPROP"          TO AUDIT-KEY
003670     MOVE SPACES              TO AUDIT-DETAIL
003680     STRING "CARGA DA PROPOSTA +" WS-INCL-COUNT
003690            " -" WS-EXCL-COUNT
003700            " PARTIDAS=" WS-PR-COUNT
003710         DELIMITED BY SIZE INTO AUDIT-DETAIL
003720     CALL "AUDITWR" USING AUDIT-RECORD.
