001217*  2026-09-03 AFG   NOTA DE PAR ALUNO/DISCIPLINA SEM MATRICULA
001218*                   NO PERIODO CORRENTE (ARQUIVO MATRICUL, DO
001219*                   ALUNMANT) VIRA REJEITO PADRAO (MOTIVO "MTR")
001220*                   - DUAS NOTAS DE DISCIPLINA NAO CURSADA JA
001221*                   ENTRARAM NA MEDIA DO HISTNOTA. O COBERTUR
001222*                   LISTA OS MATRICULADOS SEM NOTA NO FIM DO
001223*                   PERIODO.
001224*  2026-09-03 AFG   A REGRA DE FREQUENCIA PASSA A CONTAR AS
001225*                   FALTAS JUSTIFICADAS DO ATTEND (ATESTADO,
001226*                   LUTO - CAPTURADAS PELO FREQCAP) COMO
001227*                   PRESENCA, CONFORME O REGULAMENTO.
001228*  2026-09-03 AFG   WEIGHTS E GRADEPARM PASSAM A TER VERSOES COM
001229*                   VIGENCIA (PREPARADAS PELO PARMVIG): O
001230*                   CARREGAMENTO IGNORA VERSAO PENDENTE E FICA,
001231*                   POR CHAVE, COM A DE MAIOR VIGENCIA QUE NAO
001232*                   PASSA DO DIA DE NEGOCIO.
001233*  2026-10-15 AFG   O GRADERPT GANHA, POR ALUNO/DISCIPLINA, A
001234*                   LINHA DO PROFESSOR ATRIBUIDO A TURMA/
001235*                   DISCIPLINA NO PERIODO (ATRIBUI, ROTINA
001236*                   PROFINFO).
001237*  2026-10-15 AFG   MATRICULA ENCERRADA (TRANSFERIDO, GUIA DO
001238*                   GUIATRAN) NAO CONTA COMO MATRICULA NO PERIODO.
001239*  2026-10-15 AFG   REMESSA REPETIDA: UMA PRE-PASSADA NOVA TIRA A
001240*                   IMPRESSAO DIGITAL DO ROSTER (DATA DO HEADER,
001241*                   REGISTROS, SOMA DAS N1 E DAS MATRICULAS) E
001242*                   CONFERE NO REGISTRO DE REMESSAS (REMCHK/
001243*                   REMESREG). JA PROCESSADA = RC 12, HEADER FORA
001244*                   DO DIA DO NEGOCIO = RC 16, SEM GRAVAR NADA,
001245*                   SALVO LIBERACAO DO ADMINISTRADOR (REMESSA). NO
001246*                   FIM DA EXECUCAO BOA A REMESSA FICA REGISTRADA.
001247*  2026-10-15 AFG   TRAILER QUE NAO BATE GUARDA O RC 8 EM
001248*                   WS-COND-CODE (AS CHAMADAS DE ROTINA DEPOIS
001249*                   DELE ZERAVAM O RETURN-CODE E A REMESSA
001250*                   RECUSADA ERA REGISTRADA COMO PROCESSADA); SO E
001251*                   REGISTRADA SEM DIVERGENCIA, E O RETURN-CODE SO
001252*                   RECEBE A CONDICAO DEPOIS DA ULTIMA CHAMADA.
001253******************************************************************
001254 ENVIRONMENT DIVISION.
001255 INPUT-OUTPUT SECTION.
001256 FILE-CONTROL.
001260     SELECT CLASS-ROSTER-FILE ASSIGN TO "ROSTER"
001270         ORGANIZATION IS LINE SEQUENTIAL.
001280     SELECT WEIGHT-PARM-FILE ASSIGN TO "WEIGHTS"
002520         10  WS-RES-MP           PIC 99V99.
002530         10  WS-RES-ME           PIC 99V99.
002540         10  WS-RES-SIT          PIC X(09).
002545         10  WS-RES-PROF         PIC X(30).
002550 01  WS-RES-COUNT                PIC 9(03)   VALUE ZERO.
002560 01  WS-ALUNO-TABLE.
002570     05  WS-AL-ENTRY OCCURS 100 TIMES
003050     05  WS-CTL-HASH             PIC 9(11)V99 VALUE ZERO.
003060     05  WS-TRL-REC-COUNT        PIC 9(06)   VALUE ZERO.
003070     05  WS-TRL-HASH             PIC 9(11)V99 VALUE ZERO.
003071     05  WS-HDR-DATA             PIC X(08)   VALUE SPACES.
003072     05  WS-CTL-HASH-CHAVE       PIC 9(11)   VALUE ZERO.
003073     05  WS-CTL-CHAVE-WK         PIC 9(04).
003074*  CONDICAO DE SAIDA - AS CHAMADAS DE ROTINA REESCREVEM O
003075*  RETURN-CODE, QUE SO RECEBE ESTE VALOR NO FIM.
003076 01  WS-COND-CODE                PIC 9(02)   VALUE ZERO.
003077*  IMPRESSAO DIGITAL DA REMESSA PARA O REGISTRO DE REMESSAS
003078*  (ROTINA COMPARTILHADA REMCHK).
003079     COPY REMREGREC.
003080 01  WS-REM-FUNCAO               PIC X(01).
003081 01  WS-REM-RESULT               PIC X(01)   VALUE "0".
003082     88  WS-REM-LIBERADA                     VALUE "L".
003083     88  WS-REM-DUPLICADA                    VALUE "D".
003084     88  WS-REM-DATA-ERRADA                  VALUE "H".
003085     88  WS-REM-RECUSADA                     VALUE "D" "H".
003086 01  WS-REM-INFO                 PIC X(60).
003087 01  WS-RLG-FILE-STATUS          PIC X(02)   VALUE "00".
003090 01  WS-RLG-EVENT-WK             PIC X(01).
003100 01  WS-RLG-COUNT-WK             PIC 9(06).
003110 01  WS-DIAUTIL-FUNC             PIC X(01).
003423 01  WS-ALUNO-TURMA              PIC X(06).
003424 01  WS-ALUNO-OK-SW              PIC X(01)   VALUE "N".
003425     88  WS-ALUNO-OK                         VALUE "Y".
003426*  PROFESSOR DA TURMA/DISCIPLINA NO PERIODO, PELO PROFINFO.
003427 01  WS-PROF-FUNC                PIC X(01)   VALUE "N".
003428 01  WS-PROF-ID                  PIC X(08).
003429 01  WS-PROF-NOME                PIC X(30).
003430 01  WS-PROF-RESULT-SW           PIC X(01)   VALUE "N".
003431     88  WS-PROF-ACHADO                      VALUE "Y".
003432
003433******************************************************************
003434*  MATRICULAS DO PERIODO CORRENTE (MATRICUL, DO ALUNMANT) - SO
003435*  PAR ALUNO/DISCIPLINA MATRICULADO ENTRA NA APURACAO.
003436******************************************************************
003437 01  WS-MT-TABLE.
003438     05  WS-MT-ENTRY OCCURS 500 TIMES
003439                     INDEXED BY WS-MT-IDX.
003440         10  WS-MT-ALUNO         PIC X(08).
003441         10  WS-MT-DISC          PIC X(08).
003442 01  WS-MT-COUNT                 PIC 9(03)   VALUE ZERO.
003443 01  WS-MAT-FILE-STATUS          PIC X(02)   VALUE "00".
003444 01  WS-MAT-EOF-SW               PIC X(01)   VALUE "N".
003445     88  WS-MAT-EOF                          VALUE "Y".
003446 01  WS-MATRIC-OK-SW             PIC X(01)   VALUE "N".
003447     88  WS-MATRIC-OK                        VALUE "Y".
003448 01  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
003449 01  WS-ERROR-FILE-STATUS        PIC X(02)   VALUE "00".
003450 01  WS-ERROR-COUNT              PIC 9(05)   VALUE ZERO.
003460 01  WS-MSG-CODE-WK              PIC X(08).
003470 01  WS-MSG-TEXT-WK              PIC X(60).
003900             GO TO 9999-EXIT
003910         END-IF
003920     END-IF
003921*    A MESMA TURMA NAO ENTRA DUAS VEZES NO HISTORICO: A REMESSA E
003922*    CONFERIDA NO REGISTRO DE REMESSAS ANTES DE QUALQUER GRAVACAO.
003923     PERFORM 0300-CHECK-REMESSA THRU 0300-EXIT
003924     IF WS-REM-RECUSADA
003925         GO TO 9999-EXIT
003926     END-IF
003930     PERFORM 1000-INITIALIZE
003940     PERFORM 2000-PROCESS-STUDENT THRU 2000-EXIT
003950         UNTIL WS-EOF
003960     PERFORM 3000-FINALIZE
003961*    SO A EXECUCAO QUE FECHOU BEM CONSOME A REMESSA.
003962     IF NOT WS-CTL-MISMATCH
003963         PERFORM 0350-REGISTRA-REMESSA
003964     END-IF
003965     MOVE WS-COND-CODE TO RETURN-CODE
003970     GO TO 9999-EXIT.
003980
003990******************************************************************
004910     END-IF.
004920 0220-EXIT.
004930     EXIT.
004931
004932******************************************************************
004933*  0300-CHECK-REMESSA
004934*  PRE-PASSADA NO ROSTER SO PARA TIRAR A IMPRESSAO DIGITAL DA
004935*  REMESSA (O TRAILER CONTINUA CONFERIDO NO FIM, COMO SEMPRE) E
004936*  CONFERIR NO REGISTRO DE REMESSAS. O MESMO ARQUIVO JA PROCESSADO
004937*  (RC 12) OU COM HEADER DE OUTRO DIA DE NEGOCIO (RC 16) E
004938*  RECUSADO; A LIBERACAO DO ADMINISTRADOR NO REMESSA DEIXA PASSAR
004939*  UMA VEZ. OS CONTADORES SAEM ZERADOS PARA A PASSADA DE VERDADE.
004940******************************************************************
004941 0300-CHECK-REMESSA.
004942     OPEN INPUT CLASS-ROSTER-FILE
004943     PERFORM 0310-PREPASS-READ THRU 0310-EXIT
004944         UNTIL WS-EOF
004945     CLOSE CLASS-ROSTER-FILE
004946     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004947     MOVE "B" TO WS-DIAUTIL-FUNC
004948     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-CURRENT-DATE
004949                          WS-BUSINESS-DATE WS-BUSINESS-SW
004950     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
004951     MOVE SPACES            TO REMESSA-RECORD
004952     MOVE "ROSTER"          TO REM-ARQUIVO
004953     MOVE WS-HDR-DATA       TO REM-DATA-HDR
004954     MOVE WS-CTL-REC-COUNT  TO REM-REGISTROS
004955     MOVE WS-CTL-HASH       TO REM-HASH-VALOR
004956     MOVE WS-CTL-HASH-CHAVE TO REM-HASH-CHAVE
004957     MOVE WS-CURRENT-DATE   TO REM-DATA-NEGOCIO
004958     MOVE "MEDIAPONDERA"    TO REM-PROGRAMA
004959     MOVE WS-OPERATOR-ID    TO REM-OPERADOR
004960     MOVE "V" TO WS-REM-FUNCAO
004961     CALL "REMCHK" USING WS-REM-FUNCAO REMESSA-RECORD
004962                         WS-REM-RESULT WS-REM-INFO
004963     EVALUATE TRUE
004964         WHEN WS-REM-LIBERADA
004965             DISPLAY "REMESSA ROSTER " WS-REM-INFO
004966             MOVE "S" TO REM-LIBERADA
004967         WHEN WS-REM-DUPLICADA
004968             DISPLAY "REMESSA ROSTER " WS-REM-INFO
004969             DISPLAY "EXECUCAO RECUSADA, NADA GRAVADO"
004970             MOVE 12 TO RETURN-CODE
004971         WHEN WS-REM-DATA-ERRADA
004972             DISPLAY "REMESSA ROSTER " WS-REM-INFO
004973             DISPLAY "EXECUCAO RECUSADA, NADA GRAVADO"
004974             MOVE 16 TO RETURN-CODE
004975         WHEN OTHER
004976             CONTINUE
004977     END-EVALUATE
004978     MOVE ZERO   TO WS-CTL-REC-COUNT
004979     MOVE ZERO   TO WS-CTL-HASH
004980     MOVE ZERO   TO WS-CTL-HASH-CHAVE
004981     MOVE SPACES TO WS-HDR-DATA
004982     MOVE "N"    TO WS-EOF-SW.
004983 0300-EXIT.
004984     EXIT.
004985
004986 0310-PREPASS-READ.
004987     READ CLASS-ROSTER-FILE
004988         AT END
004989             MOVE "Y" TO WS-EOF-SW
004990             GO TO 0310-EXIT
004991     END-READ
004992     IF CTL-HEADER
004993         MOVE CTL-BUS-DATE TO WS-HDR-DATA
004994         GO TO 0310-EXIT
004995     END-IF
004996     IF CTL-TRAILER
004997         GO TO 0310-EXIT
004998     END-IF
004999     ADD 1 TO WS-CTL-REC-COUNT
005000     IF ROSTER-N1 IS NUMERIC
005001         ADD ROSTER-N1 TO WS-CTL-HASH
005002     END-IF
005003     IF ROSTER-ALUNO-ID(2:4) IS NUMERIC
005004         MOVE ROSTER-ALUNO-ID(2:4) TO WS-CTL-CHAVE-WK
005005         ADD WS-CTL-CHAVE-WK TO WS-CTL-HASH-CHAVE
005006     END-IF.
005007 0310-EXIT.
005008     EXIT.
005009
005010******************************************************************
005011*  0350-REGISTRA-REMESSA
005012*  MARCA A REMESSA COMO PROCESSADA NO REGISTRO DE REMESSAS (COM A
005013*  LIBERACAO, SE FOI O CASO, QUE FICA USADA).
005014******************************************************************
005015 0350-REGISTRA-REMESSA.
005016     MOVE "R" TO WS-REM-FUNCAO
005017     CALL "REMCHK" USING WS-REM-FUNCAO REMESSA-RECORD
005018                         WS-REM-RESULT WS-REM-INFO.
005019
005020******************************************************************
005021*  1000-INITIALIZE
005022*  ABRE O ARQUIVO DA TURMA E LE O PRIMEIRO ALUNO.
005023******************************************************************
005024 1000-INITIALIZE.
005025     MOVE "I" TO WS-RLG-EVENT-WK
005026     MOVE ZERO TO WS-RLG-COUNT-WK
005027     PERFORM 7900-WRITE-RUN-LEDGER
005030     OPEN INPUT CLASS-ROSTER-FILE
005040     PERFORM 0450-READ-GRADE-PARMS
005041     PERFORM 0580-LOAD-MATRICULAS THRU 0580-EXIT
005848     END-IF
005849     IF WS-GP-VIG-WK > WS-CURRENT-DATE
005850         GO TO 0470-EXIT
005851     END-IF
005852     IF WS-GP-MELHOR NOT = SPACES
005853         AND WS-GP-VIG-WK < WS-GP-MELHOR
005854         GO TO 0470-EXIT
005855     END-IF
005856     MOVE WS-GP-VIG-WK TO WS-GP-MELHOR
005857     IF GPARM-HONRA-MP IS NUMERIC
005858         MOVE GPARM-HONRA-MP TO WS-HONRA-MP
005859     END-IF
005860     IF GPARM-FREQ-MIN IS NUMERIC
005861         MOVE GPARM-FREQ-MIN TO WS-FREQ-MIN
005862     END-IF
005863     IF GPARM-PERIODO NOT = SPACES
005864         MOVE GPARM-PERIODO TO WS-PERIODO
005865     END-IF.
005866  0470-EXIT.
005867     EXIT.
005868
005869******************************************************************
005870*  0480-LOAD-ATTENDANCE
005871*  CARREGA A FREQUENCIA DO PERIODO, JA COMO PERCENTUAL DE
005880*  PRESENCA. SEM O ARQUIVO, NENHUM ALUNO REPROVA POR FALTA.
005890******************************************************************
005900 0480-LOAD-ATTENDANCE.
006568         MOVE "00000000" TO WS-WT-VIG-WK
006569     END-IF
006570     IF WS-WT-VIG-WK > WS-CURRENT-DATE
006571         GO TO 0550-EXIT
006572     END-IF
006573     MOVE ZERO TO WS-WT-POS
006574     PERFORM 0555-MATCH-WT-VERSION THRU 0555-EXIT
006575         VARYING WS-WT-SCAN FROM 1 BY 1
006576         UNTIL WS-WT-SCAN > WS-WT-COUNT
006577             OR WS-WT-POS > ZERO
006578     IF WS-WT-POS > ZERO
006579         SET WS-WT-IDX TO WS-WT-POS
006580         IF WS-WT-VIG-WK > WS-WT-VIG(WS-WT-IDX)
006581             MOVE WEIGHT-PESO-N1 TO WS-WT-P1(WS-WT-IDX)
006582             MOVE WEIGHT-PESO-N2 TO WS-WT-P2(WS-WT-IDX)
006583             MOVE WEIGHT-PESO-N3 TO WS-WT-P3(WS-WT-IDX)
006584             MOVE WEIGHT-PESO-N4 TO WS-WT-P4(WS-WT-IDX)
006585             MOVE WEIGHT-DIVISOR TO WS-WT-DIV(WS-WT-IDX)
006586             MOVE WS-WT-VIG-WK   TO WS-WT-VIG(WS-WT-IDX)
006587         END-IF
006588         GO TO 0550-EXIT
006589     END-IF
006590     IF WS-WT-COUNT < 20
006591         ADD 1 TO WS-WT-COUNT
006592         SET WS-WT-IDX TO WS-WT-COUNT
006600         MOVE WEIGHT-SUBJECT-CODE TO WS-WT-CODE(WS-WT-IDX)
006610         MOVE WEIGHT-PESO-N1      TO WS-WT-P1(WS-WT-IDX)
006620         MOVE WEIGHT-PESO-N2      TO WS-WT-P2(WS-WT-IDX)
007635             GO TO 0585-EXIT
007636     END-READ
007637     IF MAT-PERIODO = WS-PERIODO
007638         AND NOT MAT-ENCERRADA
007639         AND WS-MT-COUNT < 500
007640         ADD 1 TO WS-MT-COUNT
007641         SET WS-MT-IDX TO WS-MT-COUNT
007642         MOVE MAT-ALUNO-ID   TO WS-MT-ALUNO(WS-MT-IDX)
007643         MOVE MAT-DISCIPLINA TO WS-MT-DISC(WS-MT-IDX)
007644     END-IF.
007645 0585-EXIT.
007646     EXIT.
007647
007648******************************************************************
007649*  1660-CHECK-MATRICULA
007650*  CONFERE SE O PAR ALUNO/DISCIPLINA DO ROSTER TEM MATRICULA NO
007651*  PERIODO CORRENTE. SEM MATRICULA VIRA REJEITO PADRAO ("MTR");
007652*  COM O MATRICUL VAZIO A CONFERENCIA FICA DESLIGADA.
007653******************************************************************
007654 1660-CHECK-MATRICULA.
007655     MOVE "Y" TO WS-MATRIC-OK-SW
007656     IF WS-MT-COUNT = ZERO
007657         GO TO 1660-EXIT
007658     END-IF
007659     MOVE "N" TO WS-MATRIC-OK-SW
007660     PERFORM 1670-MATCH-MATRICULA THRU 1670-EXIT
007661         VARYING WS-MT-IDX FROM 1 BY 1
007662         UNTIL WS-MT-IDX > WS-MT-COUNT OR WS-MATRIC-OK
007663     IF WS-MATRIC-OK
007664         GO TO 1660-EXIT
007665     END-IF
007666     ADD 1 TO WS-REJECT-COUNT
007667     MOVE SPACES TO REJECT-LINE
007668     STRING "ALUNO " DELIMITED BY SIZE
007669            ROSTER-ALUNO-ID DELIMITED BY SIZE
007670            " REJEITADO - SEM MATRICULA EM "
007671                DELIMITED BY SIZE
007672            ROSTER-DISCIPLINA DELIMITED BY SIZE
007673         INTO REJECT-LINE
007674     WRITE REJECT-LINE
007675     MOVE SPACES           TO COMMON-REJECT-RECORD
007676     MOVE "MEDIAPONDERA"   TO REJ-PROGRAM-ID
007677     MOVE "MTR"            TO REJ-REASON-CODE
007678     MOVE RUN-STAMP-DATE   TO REJ-RUN-DATE
007679     MOVE RUN-STAMP-ID     TO REJ-RUN-ID
007680     MOVE "P"              TO REJ-STATUS
007681     MOVE ROSTER-RECORD    TO REJ-ORIGINAL-IMAGE
007682     WRITE COMMON-REJECT-RECORD.
007683 1660-EXIT.
007684     EXIT.
007685
007686 1670-MATCH-MATRICULA.
007687     IF WS-MT-ALUNO(WS-MT-IDX) = ROSTER-ALUNO-ID
007688         AND WS-MT-DISC(WS-MT-IDX) = ROSTER-DISCIPLINA
007689         MOVE "Y" TO WS-MATRIC-OK-SW
007690     END-IF.
007691 1670-EXIT.
007692     EXIT.
007693
007694******************************************************************
007695*  2000-PROCESS-STUDENT
007696*  CALCULA MP, ME E A SITUACAO DE UM ALUNO E MOSTRA O RESULTADO.
007697******************************************************************
007698 2000-PROCESS-STUDENT.
007699*    ALUNO FORA DO CADASTRO NAO ENTRA NA APURACAO - VIRA
007700*    REJEITO PADRAO PARA A SECRETARIA CORRIGIR PELO RECICLA.
007701     PERFORM 1650-CHECK-ALUNO THRU 1650-EXIT
007702     IF NOT WS-ALUNO-OK
007703         PERFORM 8000-READ-STUDENT THRU 8000-RS-EXIT
007704         GO TO 2000-EXIT
007705     END-IF
007706*    SEM MATRICULA NO PAR ALUNO/DISCIPLINA, A NOTA NAO ENTRA.
007707     PERFORM 1660-CHECK-MATRICULA THRU 1660-EXIT
007708     IF NOT WS-MATRIC-OK
007709         PERFORM 8000-READ-STUDENT THRU 8000-RS-EXIT
007710         GO TO 2000-EXIT
007711     END-IF
007712     MOVE ROSTER-N1 TO N1
007713     MOVE ROSTER-N2 TO N2
007714     MOVE ROSTER-N3 TO N3
007715     MOVE ROSTER-N4 TO N4
007716     PERFORM 0560-PICK-WEIGHTS THRU 0560-EXIT
007717     PERFORM 1600-VALIDATE-GRADES
007718     IF NOT WS-VALID
007720         PERFORM 8000-READ-STUDENT THRU 8000-RS-EXIT
007730         GO TO 2000-EXIT
007740     END-IF
008210              " MEDIA: " ME
008220              " SITUACAO: " WS-SITUACAO
008230
008235     PERFORM 1850-RESOLVE-PROFESSOR
008240     PERFORM 2500-SAVE-RESULT THRU 2500-EXIT
008250     PERFORM 2650-WRITE-HISTORY
008260     PERFORM 1800-WRITE-REPORT-LINE
008564     STRING "         " WS-ALUNO-NOME
008565            " TURMA " WS-ALUNO-TURMA
008566         DELIMITED BY SIZE INTO REPORT-LINE
008567     PERFORM 7700-PRINT-LINE THRU 7700-EXIT
008570*    O PROFESSOR DA DISCIPLINA NA TURMA (1850), NA TERCEIRA
008573*    LINHA.
008576     MOVE SPACES TO REPORT-LINE
008577     STRING "         PROFESSOR " WS-PROF-NOME
008578         DELIMITED BY SIZE INTO REPORT-LINE
008579     PERFORM 7700-PRINT-LINE THRU 7700-EXIT.
008580
008581******************************************************************
008582*  1850-RESOLVE-PROFESSOR
008583*  PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA NO PERIODO (PROFINFO),
008584*  PARA O DETALHE E PARA O BOLETIM POR ALUNO DO GRADERPT.
008585******************************************************************
008586 1850-RESOLVE-PROFESSOR.
008587     CALL "PROFINFO" USING WS-PROF-FUNC WS-PROF-ID
008588                           WS-ALUNO-TURMA ROSTER-DISCIPLINA
008589                           WS-PERIODO WS-PROF-NOME
008590                           WS-PROF-RESULT-SW
008591     IF NOT WS-PROF-ACHADO
008592         MOVE "(SEM ATRIBUICAO)" TO WS-PROF-NOME
008593     END-IF.
008594
008595******************************************************************
008596*  2500-SAVE-RESULT
008600*  GUARDA O RESULTADO DO ALUNO/DISCIPLINA PARA O BOLETIM
008610*  AGRUPADO POR ALUNO E ANOTA O ALUNO NA LISTA DE DISTINTOS.
008620******************************************************************
008690         MOVE MP                 TO WS-RES-MP(WS-RES-IDX)
008700         MOVE ME                 TO WS-RES-ME(WS-RES-IDX)
008710         MOVE WS-SITUACAO        TO WS-RES-SIT(WS-RES-IDX)
008715         MOVE WS-PROF-NOME       TO WS-RES-PROF(WS-RES-IDX)
008720     END-IF
008730     MOVE "N" TO WS-AL-FOUND-SW
008740     PERFORM 2550-MATCH-ALUNO THRU 2550-EXIT
009880            " MP " WS-RES-MP(WS-RES-IDX)
009890            " ME " WS-RES-ME(WS-RES-IDX)
009900            "  " WS-RES-SIT(WS-RES-IDX)
009905            "  " WS-RES-PROF(WS-RES-IDX)
009910         DELIMITED BY SIZE INTO REPORT-LINE
009920     PERFORM 7700-PRINT-LINE THRU 7700-EXIT.
009930 2760-EXIT.
010580             OR WS-TRL-HASH NOT = WS-CTL-HASH
010590             MOVE "Y" TO WS-CTL-MISMATCH-SW
010600             DISPLAY "REMESSA ROSTER NAO CONFERE COM O TRAILER"
010610             MOVE 8 TO WS-COND-CODE
010620         END-IF
010630     END-IF
010640     PERFORM 2700-WRITE-REPORT-CARD THRU 2700-EXIT
