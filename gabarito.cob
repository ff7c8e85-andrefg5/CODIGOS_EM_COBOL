000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GABARITO.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCOLA - CORRECAO DAS FOLHAS DE EXERCICIO.
000050 DATE-WRITTEN.  2026-09-03.
000060 DATE-COMPILED.
000070******************************************************************
000260*                   NOTA NAO E GRAVADA E O GABARRPT AVISA PARA
000270*                   MATRICULAR PRIMEIRO, SENAO A APURACAO
000280*                   REJEITARIA A LINHA COM MOTIVO MTR.
000290*  2026-10-15 AFG   A NOTA SO VAI AO ROSTER SE A TABUADA DA TURMA
000300*                   DO ALUNO (ALUNINFO) ESTIVER ATRIBUIDA AO
000310*                   OPERADOR NO PERIODO CORRENTE (ATRIBUI, PELO
000320*                   PROFMANT; ROTINA PROFINFO) - A COORDENACAO
000330*                   LIBERA QUALQUER TURMA E A LIBERACAO FICA NA
000340*                   AUDITORIA; A RECUSA SAI NO GABARRPT.
000350*  2026-10-15 AFG   CORRIGE TAMBEM AS FOLHAS DE PRIMOS DO PRIMO
000360*                   (ESCOLHA P NO INICIO): AS RESPOSTAS DO
000370*                   PRIMRESP SAO CONFERIDAS PELA FOLHA/ITEM
000380*                   CONTRA O GABARITO EM DADOS (PRIMCHAV) E A
000390*                   NOTA VAI AO ROSTER NA DISCIPLINA "PRIMOS",
000400*                   COM A MESMA EXIGENCIA DE MATRICULA E DE
000410*                   ATRIBUICAO DA TABUADA. A PROCURA DO ALUNO NA
000420*                   TABELA (2050-FIND-ALUNO) PASSA A PARAR NO
000430*                   PROPRIO ALUNO - O INDICE SAIA UMA POSICAO
000440*                   ADIANTE E A SEGUNDA RESPOSTA EM DIANTE CAIA
000450*                   NO ALUNO SEGUINTE DA TABELA.
000460*                   A NOTA (ACERTOS X 10 / RESPOSTAS) PASSA A SER
000470*                   CALCULADA EM DUAS OPERACOES - A EXPRESSAO
000480*                   UNICA PERDIA AS DECIMAIS E A NOTA SAIA ZERO.
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT WORKSHEET-ANSWER-FILE ASSIGN TO "TABRESP"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-RESP-FILE-STATUS.
000560     SELECT CLASS-ROSTER-FILE ASSIGN TO "ROSTER"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS WS-ROSTER-FILE-STATUS.
000590     SELECT GRADING-REPORT-FILE ASSIGN TO "GABARRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT ENROLLMENT-FILE ASSIGN TO "MATRICUL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS  IS WS-MATR-FILE-STATUS.
000640     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000670     SELECT PRIME-ANSWER-FILE ASSIGN TO "PRIMRESP"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS  IS WS-PRSP-FILE-STATUS.
000700     SELECT PRIME-KEY-FILE ASSIGN TO "PRIMCHAV"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS  IS WS-PCHAV-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  WORKSHEET-ANSWER-FILE
000760     RECORDING MODE IS F.
000770     COPY TABRESPREC.
000780 FD  CLASS-ROSTER-FILE
000790     RECORDING MODE IS F.
000800     COPY ROSTREC.
000810 FD  GRADING-REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  REPORT-LINE                 PIC X(80).
000840 FD  ENROLLMENT-FILE
000850     RECORDING MODE IS F.
000860     COPY MATRICREC.
000870 FD  AUDIT-LOG-FILE
000880     RECORDING MODE IS F.
000890     COPY AUDITREC.
000900 FD  PRIME-ANSWER-FILE
000910     RECORDING MODE IS F.
000920     COPY PRIMRESPREC.
000930 FD  PRIME-KEY-FILE
000940     RECORDING MODE IS F.
000950     COPY PRIMGABREC.
000960 WORKING-STORAGE SECTION.
000970 01  WS-SWITCHES.
000980     05  WS-RESP-FILE-STATUS     PIC X(02)   VALUE "00".
000990     05  WS-ROSTER-FILE-STATUS   PIC X(02)   VALUE "00".
001000     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001010     05  WS-MATR-FILE-STATUS     PIC X(02)   VALUE "00".
001020     05  WS-PRSP-FILE-STATUS     PIC X(02)   VALUE "00".
001030     05  WS-PCHAV-FILE-STATUS    PIC X(02)   VALUE "00".
001040     05  WS-PCHAV-EOF-SW         PIC X(01)   VALUE "N".
001050         88  WS-PCHAV-EOF                    VALUE "Y".
001060     05  WS-GB-FOUND-SW          PIC X(01)   VALUE "N".
001070         88  WS-GB-FOUND                     VALUE "Y".
001080     05  WS-MATR-EOF-SW          PIC X(01)   VALUE "N".
001090         88  WS-MATR-EOF                     VALUE "Y".
001100     05  WS-MATRICULADO-SW       PIC X(01)   VALUE "N".
001110         88  WS-MATRICULADO                  VALUE "Y".
001120     05  WS-RESP-EOF-SW          PIC X(01)   VALUE "N".
001130         88  WS-RESP-EOF                     VALUE "Y".
001140     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001150         88  WS-SIGNON-VALID                 VALUE "Y".
001160     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001170         88  WS-FOUND                        VALUE "Y".
001180 01  WS-MSG-CODE-WK              PIC X(08).
001190 01  WS-MSG-TEXT-WK              PIC X(60).
001200 01  WS-OPERATOR-ID              PIC X(08).
001210 01  WS-OPERATOR-PIN             PIC X(04).
001220 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001230 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001240     88  WS-AUTHORIZED                       VALUE "Y".
001250 01  WS-RUN-STAMP-DISP           PIC X(30).
001260     COPY RUNSTAMP.
001270 01  WS-GRAVA-ROSTER             PIC X(01).
001280 01  WS-TIPO-FOLHA               PIC X(01)   VALUE "T".
001290     88  WS-FOLHA-PRIMOS                     VALUE "P" "p".
001300 01  WS-DISCIPLINA               PIC X(08)   VALUE "TABUADA".
001310 01  WS-ALUNO-WK                 PIC X(08).
001320 01  WS-ESPERADO                 PIC 9(10).
001330 01  WS-SCAN                     PIC 9(03).
001340 01  WS-NOTA                     PIC 99V99.
001350 01  WS-NOTA-WK                  PIC 9(06).
001360 01  WS-TOT-ALUNOS               PIC 9(03)   VALUE ZERO.
001370 01  WS-TOT-ACERTOS              PIC 9(05)   VALUE ZERO.
001380 01  WS-TOT-RESPOSTAS            PIC 9(05)   VALUE ZERO.
001390 01  WS-NOTA-TURMA               PIC 99V99.
001400
001410******************************************************************
001420*  TOTAIS POR ALUNO: RESPOSTAS E ACERTOS DA FOLHA.
001430******************************************************************
001440 01  WS-AL-TABLE.
001450     05  WS-AL-ENTRY OCCURS 100 TIMES
001460                     INDEXED BY WS-AL-IDX.
001470         10  WS-AL-ID            PIC X(08).
001480         10  WS-AL-RESP          PIC 9(04).
001490         10  WS-AL-ACERTOS       PIC 9(04).
001500 01  WS-AL-COUNT                 PIC 9(03)   VALUE ZERO.
001510******************************************************************
001520*  ALUNOS MATRICULADOS NA DISCIPLINA "TABUADA" - SO ESSES
001530*  RECEBEM A NOTA NO ROSTER.
001540******************************************************************
001550 01  WS-MT-TABLE.
001560     05  WS-MT-ENTRY OCCURS 300 TIMES
001570                     INDEXED BY WS-MT-IDX.
001580         10  WS-MT-ALUNO         PIC X(08).
001590 01  WS-MT-COUNT                 PIC 9(03)   VALUE ZERO.
001600 01  WS-MT-SCAN                  PIC 9(03).
001610 01  WS-SEM-MATRICULA            PIC 9(03)   VALUE ZERO.
001620 01  WS-SEM-ATRIBUICAO           PIC 9(03)   VALUE ZERO.
001630*  TURMA DO ALUNO (ALUNINFO) E ATRIBUICAO DO OPERADOR (PROFINFO).
001640 01  WS-ALUNO-NOME               PIC X(30).
001650 01  WS-ALUNO-TURMA              PIC X(06).
001660 01  WS-ALUNO-OK-SW              PIC X(01)   VALUE "N".
001670     88  WS-ALUNO-OK                         VALUE "Y".
001680 01  WS-PROF-FUNC                PIC X(01)   VALUE "A".
001690 01  WS-PROF-DISC                PIC X(08)   VALUE "TABUADA".
001700 01  WS-PROF-PERIODO             PIC X(02)   VALUE SPACES.
001710 01  WS-PROF-NOME                PIC X(30).
001720 01  WS-PROF-RESULT-SW           PIC X(01)   VALUE "N".
001730     88  WS-PROF-ATRIBUIDO                   VALUE "Y".
001740     88  WS-PROF-COORDENACAO                 VALUE "C".
001750     88  WS-PROF-RECUSADO                    VALUE "N".
001760******************************************************************
001770*  GABARITO EM DADOS DAS FOLHAS DE PRIMOS (PRIMCHAV) - VALE O
001780*  ULTIMO REGISTRO DE CADA FOLHA/ITEM.
001790******************************************************************
001800 01  WS-GB-TABLE.
001810     05  WS-GB-ENTRY OCCURS 3000 TIMES
001820                     INDEXED BY WS-GB-IDX.
001830         10  WS-GB-FOLHA         PIC X(08).
001840         10  WS-GB-ITEM          PIC 9(03).
001850         10  WS-GB-TIPO          PIC X(01).
001860         10  WS-GB-RESPOSTA      PIC X(40).
001870 01  WS-GB-COUNT                 PIC 9(04)   VALUE ZERO.
001880 01  WS-GB-EXCEDIDOS             PIC 9(04)   VALUE ZERO.
001890 01  WS-SEM-GABARITO             PIC 9(05)   VALUE ZERO.
001900*  RESPOSTA SEM ESPACOS, EM MAIUSCULAS E SEM ZEROS A ESQUERDA.
001910 01  WS-NORM-IN                  PIC X(40).
001920 01  WS-NORM-OUT                 PIC X(40).
001930 01  WS-NORM-POS                 PIC 9(02).
001940 01  WS-NORM-PTR                 PIC 9(02).
001950 01  WS-NORM-CHAR                PIC X(01).
001960 01  WS-NORM-ALUNO               PIC X(40).
001970
001980 PROCEDURE DIVISION.
001990
002000 0000-MAINLINE.
002010     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002020*    CORRECAO DA ESCOLA - EXIGE NIVEL 5 PELO OPAUTH.
002030     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002040                         WS-AUTHORIZED-SW
002050     IF NOT WS-AUTHORIZED
002060         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002070         MOVE 8 TO RETURN-CODE
002080         STOP RUN
002090     END-IF
002100     PERFORM 1000-INITIALIZE
002110     PERFORM 2000-SCORE-ONE THRU 2000-EXIT
002120         UNTIL WS-RESP-EOF
002130     PERFORM 3000-PRINT-RESULTADOS
002140     IF WS-GRAVA-ROSTER = "S" OR WS-GRAVA-ROSTER = "s"
002150         PERFORM 3500-WRITE-ROSTER THRU 3500-EXIT
002160     END-IF
002170     PERFORM 4000-FINALIZE
002180     STOP RUN.
002190
002200******************************************************************
002210*  0010-SIGN-ON
002220*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002230*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002240******************************************************************
002250 0010-SIGN-ON.
002260     MOVE "N" TO WS-SIGNON-VALID-SW
002270     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002280         UNTIL WS-SIGNON-VALID.
002290 0010-EXIT.
002300     EXIT.
002310
002320 0020-PROMPT-SIGNON.
002330     MOVE "SGN-001" TO WS-MSG-CODE-WK
002340     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002350     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002360     ACCEPT WS-OPERATOR-ID
002370     MOVE "SGN-002" TO WS-MSG-CODE-WK
002380     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002390     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002400     ACCEPT WS-OPERATOR-PIN
002410     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002420                           WS-SIGNON-VALID-SW
002430     IF NOT WS-SIGNON-VALID
002440         MOVE "SGN-003" TO WS-MSG-CODE-WK
002450         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002460         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002470     END-IF.
002480 0020-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520*  1000-INITIALIZE
002530*  ABRE OS ARQUIVOS E PERGUNTA SE A NOTA VAI AO ROSTER.
002540******************************************************************
002550 1000-INITIALIZE.
002560     DISPLAY "FOLHAS A CORRIGIR (T=TABUADA, P=PRIMOS):"
002570     ACCEPT WS-TIPO-FOLHA
002580     IF WS-FOLHA-PRIMOS
002590         MOVE "PRIMOS" TO WS-DISCIPLINA
002600     END-IF
002610     MOVE WS-DISCIPLINA TO WS-PROF-DISC
002620     DISPLAY "GRAVAR AS NOTAS NO ROSTER (S/N)?"
002630     ACCEPT WS-GRAVA-ROSTER
002640     IF WS-FOLHA-PRIMOS
002650         PERFORM 2900-LOAD-GABARITOS THRU 2900-EXIT
002660         OPEN INPUT PRIME-ANSWER-FILE
002670         IF WS-PRSP-FILE-STATUS NOT = "00"
002680             DISPLAY "PRIMRESP INDISPONIVEL - NADA A CORRIGIR"
002690             MOVE "Y" TO WS-RESP-EOF-SW
002700         END-IF
002710     ELSE
002720         OPEN INPUT WORKSHEET-ANSWER-FILE
002730         IF WS-RESP-FILE-STATUS NOT = "00"
002740             DISPLAY "TABRESP INDISPONIVEL - NADA A CORRIGIR"
002750             MOVE "Y" TO WS-RESP-EOF-SW
002760         END-IF
002770     END-IF
002780     OPEN OUTPUT GRADING-REPORT-FILE
002790     PERFORM 0100-OPEN-AUDIT-LOG-FILE
002800     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002810     ACCEPT RUN-STAMP-ID   FROM TIME
002820     MOVE SPACES TO WS-RUN-STAMP-DISP
002830     STRING "EXECUCAO " DELIMITED BY SIZE
002840            RUN-STAMP-DATE DELIMITED BY SIZE
002850            " " DELIMITED BY SIZE
002860            RUN-STAMP-ID DELIMITED BY SIZE
002870         INTO WS-RUN-STAMP-DISP
002880     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
002890     WRITE REPORT-LINE
002900     MOVE SPACES TO REPORT-LINE
002910     STRING "CORRECAO DAS FOLHAS DE " WS-DISCIPLINA
002920         DELIMITED BY SIZE INTO REPORT-LINE
002930     WRITE REPORT-LINE
002940     IF WS-GB-EXCEDIDOS > ZERO
002950         MOVE SPACES TO REPORT-LINE
002960         STRING "PRIMCHAV ACIMA DE 3000 ITENS - " WS-GB-EXCEDIDOS
002970                " ITENS NAO CARREGADOS (SEM GABARITO)"
002980             DELIMITED BY SIZE INTO REPORT-LINE
002990         WRITE REPORT-LINE
003000     END-IF
003010     IF NOT WS-RESP-EOF
003020         IF WS-FOLHA-PRIMOS
003030             PERFORM 8100-READ-RESPOSTA-PRIMO
003040         ELSE
003050             PERFORM 8000-READ-RESPOSTA
003060         END-IF
003070     END-IF.
003080
003090******************************************************************
003100*  0100-OPEN-AUDIT-LOG-FILE
003110*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003120*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003130******************************************************************
003140 0100-OPEN-AUDIT-LOG-FILE.
003150     OPEN EXTEND AUDIT-LOG-FILE
003160     IF WS-AUDIT-FILE-STATUS = "35"
003170         OPEN OUTPUT AUDIT-LOG-FILE
003180         CLOSE AUDIT-LOG-FILE
003190         OPEN EXTEND AUDIT-LOG-FILE
003200     END-IF.
003210
003220******************************************************************
003230*  2000-SCORE-ONE
003240*  CONFERE UMA RESPOSTA CONTRA O GABARITO DA FOLHA (N1 X K) E
003250*  ACUMULA NO ALUNO.
003260******************************************************************
003270 2000-SCORE-ONE.
003280     IF WS-FOLHA-PRIMOS
003290         PERFORM 2200-SCORE-PRIMO THRU 2200-EXIT
003300         GO TO 2000-EXIT
003310     END-IF
003320     IF RESP-N1 NOT NUMERIC
003330         OR RESP-K NOT NUMERIC
003340         OR RESP-VALOR NOT NUMERIC
003350         GO TO 2000-NEXT
003360     END-IF
003370     COMPUTE WS-ESPERADO = RESP-N1 * RESP-K
003380         ON SIZE ERROR
003390             GO TO 2000-NEXT
003400     END-COMPUTE
003410     ADD 1 TO WS-TOT-RESPOSTAS
003420     MOVE RESP-ALUNO-ID TO WS-ALUNO-WK
003430     PERFORM 2050-FIND-ALUNO THRU 2050-EXIT
003440     IF NOT WS-FOUND
003450         GO TO 2000-NEXT
003460     END-IF
003470     ADD 1 TO WS-AL-RESP(WS-AL-IDX)
003480     IF RESP-VALOR = WS-ESPERADO
003490         ADD 1 TO WS-AL-ACERTOS(WS-AL-IDX)
003500         ADD 1 TO WS-TOT-ACERTOS
003510     END-IF.
003520 2000-NEXT.
003530     PERFORM 8000-READ-RESPOSTA.
003540 2000-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580*  2050-FIND-ALUNO
003590*  POSICIONA WS-AL-IDX NO ALUNO DE WS-ALUNO-WK, ABRINDO A LINHA
003600*  DELE NA PRIMEIRA RESPOSTA; TABELA CHEIA SAI COM WS-FOUND = N.
003610******************************************************************
003620 2050-FIND-ALUNO.
003630     MOVE "N" TO WS-FOUND-SW
003640     PERFORM 2100-MATCH-ALUNO THRU 2100-EXIT
003650         VARYING WS-AL-IDX FROM 1 BY 1
003660         UNTIL WS-AL-IDX > WS-AL-COUNT OR WS-FOUND
003670     IF WS-FOUND
003680*        O VARYING JA AVANCOU O INDICE ALEM DO ALUNO ACHADO.
003690         SET WS-AL-IDX DOWN BY 1
003700         GO TO 2050-EXIT
003710     END-IF
003720     IF WS-AL-COUNT >= 100
003730         GO TO 2050-EXIT
003740     END-IF
003750     ADD 1 TO WS-AL-COUNT
003760     SET WS-AL-IDX TO WS-AL-COUNT
003770     MOVE WS-ALUNO-WK TO WS-AL-ID(WS-AL-IDX)
003780     MOVE ZERO TO WS-AL-RESP(WS-AL-IDX)
003790     MOVE ZERO TO WS-AL-ACERTOS(WS-AL-IDX)
003800     MOVE "Y" TO WS-FOUND-SW.
003810 2050-EXIT.
003820     EXIT.
003830
003840 2100-MATCH-ALUNO.
003850     IF WS-AL-ID(WS-AL-IDX) = WS-ALUNO-WK
003860         MOVE "Y" TO WS-FOUND-SW
003870     END-IF.
003880 2100-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*  2200-SCORE-PRIMO
003930*  CONFERE UMA RESPOSTA DE FOLHA DE PRIMOS CONTRA O GABARITO DA
003940*  FOLHA/ITEM NO PRIMCHAV - SEM ESPACOS, EM MAIUSCULAS E SEM
003950*  ZEROS A ESQUERDA; NO "E PRIMO?" VALE A PRIMEIRA LETRA (S/N).
003960*  RESPOSTA DE FOLHA/ITEM SEM GABARITO NAO CONTA PARA A NOTA.
003970******************************************************************
003980 2200-SCORE-PRIMO.
003990     IF PRSP-ALUNO-ID = SPACES OR PRSP-ITEM NOT NUMERIC
004000         GO TO 2200-NEXT
004010     END-IF
004020     PERFORM 2250-FIND-GABARITO THRU 2250-EXIT
004030     IF NOT WS-GB-FOUND
004040         ADD 1 TO WS-SEM-GABARITO
004050         MOVE SPACES TO REPORT-LINE
004060         STRING "ALUNO " PRSP-ALUNO-ID " FOLHA " PRSP-FOLHA-ID
004070                " ITEM " PRSP-ITEM
004080                " SEM GABARITO NO PRIMCHAV - NAO CORRIGIDA"
004090             DELIMITED BY SIZE INTO REPORT-LINE
004100         WRITE REPORT-LINE
004110         GO TO 2200-NEXT
004120     END-IF
004130     ADD 1 TO WS-TOT-RESPOSTAS
004140     MOVE PRSP-ALUNO-ID TO WS-ALUNO-WK
004150     PERFORM 2050-FIND-ALUNO THRU 2050-EXIT
004160     IF NOT WS-FOUND
004170         GO TO 2200-NEXT
004180     END-IF
004190     ADD 1 TO WS-AL-RESP(WS-AL-IDX)
004200     MOVE PRSP-RESPOSTA TO WS-NORM-IN
004210     PERFORM 2300-NORMALIZE THRU 2300-EXIT
004220     MOVE WS-NORM-OUT TO WS-NORM-ALUNO
004230     MOVE WS-GB-RESPOSTA(WS-GB-IDX) TO WS-NORM-IN
004240     PERFORM 2300-NORMALIZE THRU 2300-EXIT
004250     IF WS-GB-TIPO(WS-GB-IDX) = "P"
004260         MOVE WS-NORM-ALUNO(1:1) TO WS-NORM-ALUNO
004270         MOVE WS-NORM-OUT(1:1)   TO WS-NORM-OUT
004280     END-IF
004290     IF WS-NORM-ALUNO = WS-NORM-OUT
004300         ADD 1 TO WS-AL-ACERTOS(WS-AL-IDX)
004310         ADD 1 TO WS-TOT-ACERTOS
004320     END-IF.
004330 2200-NEXT.
004340     PERFORM 8100-READ-RESPOSTA-PRIMO.
004350 2200-EXIT.
004360     EXIT.
004370
004380 2250-FIND-GABARITO.
004390     MOVE "N" TO WS-GB-FOUND-SW
004400     PERFORM 2260-MATCH-GABARITO THRU 2260-EXIT
004410         VARYING WS-GB-IDX FROM 1 BY 1
004420         UNTIL WS-GB-IDX > WS-GB-COUNT OR WS-GB-FOUND
004430     IF WS-GB-FOUND
004440         SET WS-GB-IDX DOWN BY 1
004450     END-IF.
004460 2250-EXIT.
004470     EXIT.
004480
004490 2260-MATCH-GABARITO.
004500     IF WS-GB-FOLHA(WS-GB-IDX) = PRSP-FOLHA-ID
004510         AND WS-GB-ITEM(WS-GB-IDX) = PRSP-ITEM
004520         MOVE "Y" TO WS-GB-FOUND-SW
004530     END-IF.
004540 2260-EXIT.
004550     EXIT.
004560
004570 2300-NORMALIZE.
004580     MOVE SPACES TO WS-NORM-OUT
004590     MOVE 1 TO WS-NORM-PTR
004600     INSPECT WS-NORM-IN CONVERTING
004610         "abcdefghijklmnopqrstuvwxyz*." TO
004620         "ABCDEFGHIJKLMNOPQRSTUVWXYZXX"
004630     PERFORM 2310-NORMALIZE-CHAR THRU 2310-EXIT
004640         VARYING WS-NORM-POS FROM 1 BY 1
004650         UNTIL WS-NORM-POS > 40.
004660 2300-EXIT.
004670     EXIT.
004680
004690 2310-NORMALIZE-CHAR.
004700     MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
004710     IF WS-NORM-CHAR = SPACE
004720         GO TO 2310-EXIT
004730     END-IF
004740     IF WS-NORM-CHAR = "0" AND WS-NORM-PTR = 1
004750         GO TO 2310-EXIT
004760     END-IF
004770     MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-PTR:1)
004780     ADD 1 TO WS-NORM-PTR.
004790 2310-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830*  2900-LOAD-GABARITOS
004840*  CARREGA O PRIMCHAV; FOLHA/ITEM REPETIDO (FOLHA GERADA DE NOVO)
004850*  FICA COM O REGISTRO MAIS NOVO. SEM O ARQUIVO NAO HA O QUE
004860*  CORRIGIR.
004870******************************************************************
004880 2900-LOAD-GABARITOS.
004890     OPEN INPUT PRIME-KEY-FILE
004900     IF WS-PCHAV-FILE-STATUS NOT = "00"
004910         DISPLAY "PRIMCHAV INDISPONIVEL - SEM GABARITO DAS FOLHAS"
004920         MOVE "Y" TO WS-PCHAV-EOF-SW
004930         GO TO 2900-EXIT
004940     END-IF
004950     PERFORM 2950-ONE-GABARITO THRU 2950-EXIT
004960         UNTIL WS-PCHAV-EOF
004970     CLOSE PRIME-KEY-FILE.
004980 2900-EXIT.
004990     EXIT.
005000
005010 2950-ONE-GABARITO.
005020     READ PRIME-KEY-FILE
005030         AT END
005040             MOVE "Y" TO WS-PCHAV-EOF-SW
005050             GO TO 2950-EXIT
005060     END-READ
005070     IF PGAB-ITEM NOT NUMERIC
005080         GO TO 2950-EXIT
005090     END-IF
005100     MOVE PGAB-FOLHA-ID TO PRSP-FOLHA-ID
005110     MOVE PGAB-ITEM     TO PRSP-ITEM
005120     PERFORM 2250-FIND-GABARITO THRU 2250-EXIT
005130     IF NOT WS-GB-FOUND
005140         IF WS-GB-COUNT >= 3000
005150             ADD 1 TO WS-GB-EXCEDIDOS
005160             GO TO 2950-EXIT
005170         END-IF
005180         ADD 1 TO WS-GB-COUNT
005190         SET WS-GB-IDX TO WS-GB-COUNT
005200         MOVE PGAB-FOLHA-ID TO WS-GB-FOLHA(WS-GB-IDX)
005210         MOVE PGAB-ITEM     TO WS-GB-ITEM(WS-GB-IDX)
005220     END-IF
005230     MOVE PGAB-TIPO     TO WS-GB-TIPO(WS-GB-IDX)
005240     MOVE PGAB-RESPOSTA TO WS-GB-RESPOSTA(WS-GB-IDX).
005250 2950-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290*  3000-PRINT-RESULTADOS
005300*  IMPRIME O RESULTADO POR ALUNO (NOTA 0-10) E O RESUMO DA
005310*  TURMA.
005320******************************************************************
005330 3000-PRINT-RESULTADOS.
005340     PERFORM 3100-PRINT-ONE THRU 3100-EXIT
005350         VARYING WS-SCAN FROM 1 BY 1
005360         UNTIL WS-SCAN > WS-AL-COUNT
005370     MOVE WS-AL-COUNT TO WS-TOT-ALUNOS
005380     IF WS-TOT-RESPOSTAS > ZERO
005390         MULTIPLY WS-TOT-ACERTOS BY 10 GIVING WS-NOTA-WK
005400         DIVIDE WS-NOTA-WK BY WS-TOT-RESPOSTAS
005410             GIVING WS-NOTA-TURMA ROUNDED
005420     ELSE
005430         MOVE ZERO TO WS-NOTA-TURMA
005440     END-IF
005450     MOVE SPACES TO REPORT-LINE
005460     WRITE REPORT-LINE
005470     MOVE SPACES TO REPORT-LINE
005480     STRING "TURMA: " WS-TOT-ALUNOS
005490            " ALUNOS, " WS-TOT-RESPOSTAS
005500            " RESPOSTAS, " WS-TOT-ACERTOS
005510            " ACERTOS, NOTA MEDIA " WS-NOTA-TURMA
005520         DELIMITED BY SIZE INTO REPORT-LINE
005530     WRITE REPORT-LINE
005540     IF WS-SEM-GABARITO > ZERO
005550         MOVE SPACES TO REPORT-LINE
005560         STRING "RESPOSTAS SEM GABARITO (NAO CORRIGIDAS): "
005570                WS-SEM-GABARITO
005580             DELIMITED BY SIZE INTO REPORT-LINE
005590         WRITE REPORT-LINE
005600     END-IF.
005610
005620 3100-PRINT-ONE.
005630     SET WS-AL-IDX TO WS-SCAN
005640     IF WS-AL-RESP(WS-AL-IDX) > ZERO
005650         MULTIPLY WS-AL-ACERTOS(WS-AL-IDX) BY 10
005660             GIVING WS-NOTA-WK
005670         DIVIDE WS-NOTA-WK BY WS-AL-RESP(WS-AL-IDX)
005680             GIVING WS-NOTA ROUNDED
005690     ELSE
005700         MOVE ZERO TO WS-NOTA
005710     END-IF
005720     MOVE SPACES TO REPORT-LINE
005730     STRING "  " WS-AL-ID(WS-AL-IDX)
005740            "  ACERTOS " WS-AL-ACERTOS(WS-AL-IDX)
005750            " DE " WS-AL-RESP(WS-AL-IDX)
005760            "  NOTA " WS-NOTA
005770         DELIMITED BY SIZE INTO REPORT-LINE
005780     WRITE REPORT-LINE.
005790 3100-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*  3500-WRITE-ROSTER
005840*  GRAVA A NOTA DA FOLHA COMO AVALIACAO EXTRA NO ROSTER
005850*  (DISCIPLINA "TABUADA", A MESMA NOTA NAS QUATRO POSICOES -
005860*  A MP DO MEDIAPONDERADA SAI IGUAL A NOTA DA FOLHA).
005870******************************************************************
005880 3500-WRITE-ROSTER.
005890     PERFORM 3520-LOAD-MATRICULAS THRU 3520-EXIT
005900     OPEN EXTEND CLASS-ROSTER-FILE
005910     IF WS-ROSTER-FILE-STATUS = "35"
005920         OPEN OUTPUT CLASS-ROSTER-FILE
005930         CLOSE CLASS-ROSTER-FILE
005940         OPEN EXTEND CLASS-ROSTER-FILE
005950     END-IF
005960     PERFORM 3550-ONE-ROSTER THRU 3550-EXIT
005970         VARYING WS-SCAN FROM 1 BY 1
005980         UNTIL WS-SCAN > WS-AL-COUNT
005990     CLOSE CLASS-ROSTER-FILE
006000     DISPLAY "NOTAS GRAVADAS NO ROSTER ("
006010             FUNCTION TRIM(WS-DISCIPLINA) ")"
006020     IF WS-SEM-MATRICULA > ZERO
006030         DISPLAY WS-SEM-MATRICULA " ALUNO(S) SEM MATRICULA EM "
006040                 FUNCTION TRIM(WS-DISCIPLINA)
006050                 " - NOTAS NAO GRAVADAS (VER GABARRPT)"
006060     END-IF
006070     IF WS-SEM-ATRIBUICAO > ZERO
006080         DISPLAY WS-SEM-ATRIBUICAO " ALUNO(S) DE TURMA NAO"
006090                 " ATRIBUIDA AO OPERADOR - NOTAS NAO GRAVADAS"
006100     END-IF.
006110 3500-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*  3520-LOAD-MATRICULAS
006160*  CARREGA OS ALUNOS MATRICULADOS NA DISCIPLINA "TABUADA" -
006170*  SEM O ARQUIVO, NINGUEM ESTA MATRICULADO E NENHUMA NOTA VAI
006180*  AO ROSTER (MELHOR QUE GRAVAR LINHA QUE A APURACAO REJEITA).
006190******************************************************************
006200 3520-LOAD-MATRICULAS.
006210     OPEN INPUT ENROLLMENT-FILE
006220     IF WS-MATR-FILE-STATUS NOT = "00"
006230         MOVE "Y" TO WS-MATR-EOF-SW
006240         GO TO 3520-EXIT
006250     END-IF
006260     PERFORM 3530-ONE-MATRICULA THRU 3530-EXIT
006270         UNTIL WS-MATR-EOF
006280     CLOSE ENROLLMENT-FILE.
006290  3520-EXIT.
006300     EXIT.
006310 
006320  3530-ONE-MATRICULA.
006330     READ ENROLLMENT-FILE
006340         AT END
006350             MOVE "Y" TO WS-MATR-EOF-SW
006360             GO TO 3530-EXIT
006370     END-READ
006380     IF MAT-DISCIPLINA = WS-DISCIPLINA AND WS-MT-COUNT < 300
006390         ADD 1 TO WS-MT-COUNT
006400         SET WS-MT-IDX TO WS-MT-COUNT
006410         MOVE MAT-ALUNO-ID TO WS-MT-ALUNO(WS-MT-IDX)
006420     END-IF.
006430  3530-EXIT.
006440     EXIT.
006450 
006460 3550-ONE-ROSTER.
006470     SET WS-AL-IDX TO WS-SCAN
006480     IF WS-AL-RESP(WS-AL-IDX) = ZERO
006490         GO TO 3550-EXIT
006500     END-IF
006510*    SEM MATRICULA EM TABUADA A NOTA NAO VAI AO ROSTER - A
006520*    APURACAO REJEITARIA A LINHA COM MOTIVO MTR.
006530     PERFORM 3540-CHECK-MATRICULA THRU 3540-EXIT
006540     IF NOT WS-MATRICULADO
006550         ADD 1 TO WS-SEM-MATRICULA
006560         MOVE SPACES TO REPORT-LINE
006570         STRING "ALUNO " WS-AL-ID(WS-AL-IDX)
006580                " SEM MATRICULA EM " WS-DISCIPLINA
006590                " - NOTA NAO GRAVADA, MATRICULE PRIMEIRO"
006600             DELIMITED BY SIZE INTO REPORT-LINE
006610         WRITE REPORT-LINE
006620         GO TO 3550-EXIT
006630     END-IF
006640*    TABUADA DA TURMA DO ALUNO FORA DAS ATRIBUICOES DO OPERADOR
006650*    (E ELE NAO E DA COORDENACAO) - A NOTA NAO VAI AO ROSTER.
006660     MOVE "N" TO WS-ALUNO-OK-SW
006670     CALL "ALUNINFO" USING WS-AL-ID(WS-AL-IDX) WS-ALUNO-NOME
006680                           WS-ALUNO-TURMA WS-ALUNO-OK-SW
006690     CALL "PROFINFO" USING WS-PROF-FUNC WS-OPERATOR-ID
006700                           WS-ALUNO-TURMA WS-PROF-DISC
006710                           WS-PROF-PERIODO WS-PROF-NOME
006720                           WS-PROF-RESULT-SW
006730     IF WS-PROF-RECUSADO
006740         ADD 1 TO WS-SEM-ATRIBUICAO
006750         MOVE SPACES TO REPORT-LINE
006760         STRING "ALUNO " WS-AL-ID(WS-AL-IDX)
006770                " TURMA " WS-ALUNO-TURMA
006780                " - " WS-DISCIPLINA " NAO ATRIBUIDA AO OPERADOR"
006790                " - NAO GRAVADA"
006800             DELIMITED BY SIZE INTO REPORT-LINE
006810         WRITE REPORT-LINE
006820         GO TO 3550-EXIT
006830     END-IF
006840     MULTIPLY WS-AL-ACERTOS(WS-AL-IDX) BY 10 GIVING WS-NOTA-WK
006850     DIVIDE WS-NOTA-WK BY WS-AL-RESP(WS-AL-IDX)
006860         GIVING WS-NOTA ROUNDED
006870     MOVE SPACES              TO ROSTER-RECORD
006880     MOVE WS-AL-ID(WS-AL-IDX) TO ROSTER-ALUNO-ID
006890     MOVE WS-NOTA             TO ROSTER-N1
006900     MOVE WS-NOTA             TO ROSTER-N2
006910     MOVE WS-NOTA             TO ROSTER-N3
006920     MOVE WS-NOTA             TO ROSTER-N4
006930     MOVE WS-DISCIPLINA       TO ROSTER-DISCIPLINA
006940     WRITE ROSTER-RECORD
006950     PERFORM 7000-WRITE-AUDIT-NOTA.
006960 3550-EXIT.
006970     EXIT.
006980
006990 3540-CHECK-MATRICULA.
007000     MOVE "N" TO WS-MATRICULADO-SW
007010     PERFORM 3545-MATCH-MATRICULA THRU 3545-EXIT
007020         VARYING WS-MT-SCAN FROM 1 BY 1
007030         UNTIL WS-MT-SCAN > WS-MT-COUNT OR WS-MATRICULADO.
007040 3540-EXIT.
007050     EXIT.
007060
007070  3545-MATCH-MATRICULA.
007080     SET WS-MT-IDX TO WS-MT-SCAN
007090     IF WS-MT-ALUNO(WS-MT-IDX) = WS-AL-ID(WS-AL-IDX)
007100         MOVE "Y" TO WS-MATRICULADO-SW
007110     END-IF.
007120  3545-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160*  4000-FINALIZE
007170*  REGISTRA A CORRECAO NA AUDITORIA E FECHA OS ARQUIVOS.
007180******************************************************************
007190 4000-FINALIZE.
007200     MOVE "GABARITO"         TO AUDIT-PROGRAM-ID
007210     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007220     ACCEPT AUDIT-TIME FROM TIME
007230     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007240     MOVE RUN-STAMP-DATE      TO AUDIT-KEY
007250     MOVE SPACES              TO AUDIT-DETAIL
007260     STRING "ALUNOS=" WS-TOT-ALUNOS
007270            " RESPOSTAS=" WS-TOT-RESPOSTAS
007280            " ACERTOS=" WS-TOT-ACERTOS
007290            " DISC=" WS-DISCIPLINA
007300         DELIMITED BY SIZE INTO AUDIT-DETAIL
007310     CALL "AUDITWR" USING AUDIT-RECORD
007320     IF WS-FOLHA-PRIMOS
007330         IF WS-PRSP-FILE-STATUS NOT = "35"
007340             AND WS-PRSP-FILE-STATUS NOT = "30"
007350             CLOSE PRIME-ANSWER-FILE
007360         END-IF
007370     ELSE
007380         IF WS-RESP-FILE-STATUS NOT = "35"
007390             AND WS-RESP-FILE-STATUS NOT = "30"
007400             CLOSE WORKSHEET-ANSWER-FILE
007410         END-IF
007420     END-IF
007430     CLOSE GRADING-REPORT-FILE
007440     CLOSE AUDIT-LOG-FILE
007450     DISPLAY "CORRECAO GRAVADA EM GABARRPT".
007460
007470******************************************************************
007480*  7000-WRITE-AUDIT-NOTA
007490*  GRAVA A NOTA LEVADA AO ROSTER NA TRILHA DE AUDITORIA.
007500******************************************************************
007510 7000-WRITE-AUDIT-NOTA.
007520     MOVE "GABARITO"         TO AUDIT-PROGRAM-ID
007530     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007540     ACCEPT AUDIT-TIME FROM TIME
007550     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007560     MOVE WS-AL-ID(WS-AL-IDX) TO AUDIT-KEY
007570     MOVE SPACES              TO AUDIT-DETAIL
007580     STRING "NOTA " DELIMITED BY SIZE
007590            WS-DISCIPLINA DELIMITED BY SPACE
007600            "=" WS-NOTA " NO ROSTER" DELIMITED BY SIZE
007610         INTO AUDIT-DETAIL
007620     IF WS-PROF-COORDENACAO
007630         MOVE "LIB.COORD" TO AUDIT-DETAIL(40:9)
007640     END-IF
007650     CALL "AUDITWR" USING AUDIT-RECORD.
007660
007670******************************************************************
007680*  8000-READ-RESPOSTA
007690*  LE A PROXIMA RESPOSTA DE FOLHA.
007700******************************************************************
007710 8000-READ-RESPOSTA.
007720     READ WORKSHEET-ANSWER-FILE
007730         AT END
007740             MOVE "Y" TO WS-RESP-EOF-SW
007750     END-READ.
007760
007770******************************************************************
007780*  8100-READ-RESPOSTA-PRIMO
007790*  LE A PROXIMA RESPOSTA DE FOLHA DE PRIMOS.
007800******************************************************************
007810 8100-READ-RESPOSTA-PRIMO.
007820     READ PRIME-ANSWER-FILE
007830         AT END
007840             MOVE "Y" TO WS-RESP-EOF-SW
007850     END-READ.
