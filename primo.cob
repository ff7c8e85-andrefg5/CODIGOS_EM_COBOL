000780*                   OBVIO CAI NA HORA, SEM OS MINUTOS DE LOOP NO
000790*                   TOPO DA FAIXA. O MODO DE FAIXA (CRIVO ATE
000800*                   99999) SEGUE COMO ERA.
000810*  2026-10-15 AFG   NOVO MODO DE EXERCICIO (ESCOLHA E NO INICIO):
000820*                   OS PEDIDOS DO PRIMPARM GERAM FOLHAS DE
000830*                   EXERCICIO PARA A TURMA (PRIMEXER) - PRIMO OU
000840*                   NAO, FATORACAO, MDC E MMC DE PARES, COM O
000850*                   NIVEL DADO PELA FAIXA DOS NUMEROS - CADA UMA
000860*                   COM O ID DA FOLHA NO CABECALHO, O GABARITO
000870*                   IMPRESSO CASADO (PRIMGABA) E O GABARITO EM
000880*                   DADOS (PRIMCHAV, COPYBOOK PRIMGABREC) QUE O
000890*                   GABARITO USA PARA CORRIGIR AS RESPOSTAS E
000900*                   LEVAR A NOTA AO ROSTER (DISCIPLINA "PRIMOS").
000910*                   OS MODOS P E F E A FAIXA SEGUEM IGUAIS.
000920******************************************************************
000930 ENVIRONMENT DIVISION.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT NUMBER-CHECK-FILE ASSIGN TO "PRIMOLST"
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980     SELECT PRIME-REPORT-FILE ASSIGN TO "PRIMORPT"
000990         ORGANIZATION IS LINE SEQUENTIAL.
001000     SELECT RANGE-FILE ASSIGN TO "PRIMORNG"
001010         ORGANIZATION IS LINE SEQUENTIAL.
001020     SELECT PRIME-RANGE-FILE ASSIGN TO "PRIMORLST"
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
001070     SELECT PRIME-CACHE-FILE ASSIGN TO "PRIMCACHE"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS  IS WS-PCACHE-FILE-STATUS.
001100     SELECT PRIME-PARM-FILE ASSIGN TO "PRIMPARM"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS  IS WS-PPARM-FILE-STATUS.
001130     SELECT PRIME-WORKSHEET-FILE ASSIGN TO "PRIMEXER"
001140         ORGANIZATION IS LINE SEQUENTIAL.
001150     SELECT PRIME-PRINTED-KEY-FILE ASSIGN TO "PRIMGABA"
001160         ORGANIZATION IS LINE SEQUENTIAL.
001170     SELECT PRIME-KEY-FILE ASSIGN TO "PRIMCHAV"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS  IS WS-PCHAV-FILE-STATUS.
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  NUMBER-CHECK-FILE
001230     RECORDING MODE IS F.
001240     COPY PRIMOREC.
001250 FD  PRIME-REPORT-FILE
001260     RECORDING MODE IS F.
001270 01  REPORT-LINE                 PIC X(80).
001280 FD  RANGE-FILE
001290     RECORDING MODE IS F.
001300     COPY PRIMORNGREC.
001310 FD  PRIME-RANGE-FILE
001320     RECORDING MODE IS F.
001330 01  RANGE-REPORT-LINE           PIC X(80).
001340 FD  AUDIT-LOG-FILE
001350     RECORDING MODE IS F.
001360     COPY AUDITREC.
001370 FD  PRIME-CACHE-FILE
001380     RECORDING MODE IS F.
001390     COPY PRIMCACHEREC.
001400 FD  PRIME-PARM-FILE
001410     RECORDING MODE IS F.
001420     COPY PRIMPARMREC.
001430 FD  PRIME-WORKSHEET-FILE
001440     RECORDING MODE IS F.
001450 01  WORKSHEET-LINE              PIC X(80).
001460 FD  PRIME-PRINTED-KEY-FILE
001470     RECORDING MODE IS F.
001480 01  ANSWER-KEY-LINE             PIC X(80).
001490 FD  PRIME-KEY-FILE
001500     RECORDING MODE IS F.
001510     COPY PRIMGABREC.
001520 WORKING-STORAGE SECTION.
001530 01  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE "00".
001540 01  WS-MSG-CODE-WK              PIC X(08).
001550 01  WS-MSG-TEXT-WK              PIC X(60).
001560 01  WS-OPERATOR-ID              PIC X(08).
001570 01  WS-OPERATOR-PIN             PIC X(04).
001580 01  WS-RUN-STAMP-DISP           PIC X(30).
001590     COPY RUNSTAMP.
001600 01  WS-MODO                     PIC X(01)   VALUE "P".
001610     88  WS-MODO-FATORACAO                   VALUE "F" "f".
001620     88  WS-MODO-EXERCICIO                   VALUE "E" "e".
001630 01  WS-FATOR-BASE               PIC 9(18).
001640 01  WS-FATOR-EXP                PIC 9(02).
001650 01  WS-N-REMAIN                 PIC 9(18).
001660 01  WS-FATOR-COUNT              PIC 9(02).
001670 01  WS-SIEVE-K                  PIC 9(06).
001680 01  WS-LIST-J                   PIC 9(06).
001690 01  WS-SIEVE-SQ                 PIC 9(06).
001700 01  WS-PRIME-COUNT              PIC 9(05).
001710******************************************************************
001720*  CRIVO DO MODO DE FAIXA - UMA POSICAO POR NUMERO ATE O LIMITE
001730*  SUPERIOR; "C" MARCA COMPOSTO.
001740******************************************************************
001750 01  WS-SIEVE-TABLE.
001760     05  WS-SIEVE-FLAG OCCURS 99999 TIMES PIC X(01).
001770 01  WS-PCACHE-FILE-STATUS       PIC X(02)   VALUE "00".
001780 01  WS-PCACHE-EOF-SW            PIC X(01)   VALUE "N".
001790     88  WS-PCACHE-EOF                       VALUE "Y".
001800 01  WS-PCACHE-HIT-SW            PIC X(01)   VALUE "N".
001810     88  WS-PCACHE-HIT                       VALUE "Y".
001820 01  WS-PCACHE-HIT-COUNT         PIC 9(05)   VALUE ZERO.
001830 01  WS-PCACHE-RESULT-WK         PIC X(01).
001840 01  WS-PCACHE-DIV-WK            PIC 9(05).
001850******************************************************************
001860*  CACHE DE RESULTADOS CARREGADO DO PRIMCACHE NA INICIALIZACAO.
001870******************************************************************
001880 01  WS-PC-TABLE.
001890     05  WS-PC-ENTRY OCCURS 1000 TIMES
001900                     INDEXED BY WS-PC-IDX.
001910         10  WS-PC-N             PIC 9(18).
001920         10  WS-PC-RESULT        PIC X(01).
001930         10  WS-PC-DIV           PIC 9(18).
001940 01  WS-PC-COUNT                 PIC 9(04)   VALUE ZERO.
001950 01  WS-N                        PIC 9(18).
001960 01  I                           PIC 9(10).
001970 01  J                           PIC 9(10).
001980 01  RESTO                       PIC 9(18).
001990 01  DIVISORES                   PIC 9(03)   VALUE ZERO.
002000 01  WS-CANDIDATE-DIVISOR        PIC 9(18).
002010 01  WS-CO-DIVISOR               PIC 9(18).
002020 01  WS-DIVISOR-TABLE.
002030     05  WS-DIVISOR-ENTRY OCCURS 40 TIMES
002040                          INDEXED BY WS-DIV-IDX.
002050         10  WS-DIVISOR-VALUE    PIC 9(18).
002060
002070******************************************************************
002080*  PRE-TESTE PROBABILISTICO DE FERMAT (BASE 2): 2**(N-1) MOD N
002090*  DIFERENTE DE 1 PROVA COMPOSTO SEM DIVISAO DE TENTATIVA - OS
002100*  COMPOSTOS OBVIOS CAEM NA HORA. A EXPONENCIACAO MODULAR USA
002110*  MULTIPLICACAO POR DUPLICACAO (SO SOMAS MOD N), QUE CABE EM
002120*  9(19) SEM ESTOURAR.
002130******************************************************************
002140 01  WS-FM-RES                   PIC 9(19)  COMP-3.
002150 01  WS-FM-BASE                  PIC 9(19)  COMP-3.
002160 01  WS-FM-EXP                   PIC 9(19)  COMP-3.
002170 01  WS-FM-A                     PIC 9(19)  COMP-3.
002180 01  WS-FM-B                     PIC 9(19)  COMP-3.
002190 01  WS-FM-R                     PIC 9(19)  COMP-3.
002200 01  WS-FM-COMPOSTO-SW           PIC X(01)  VALUE "N".
002210     88  WS-FM-COMPOSTO                     VALUE "Y".
002220
002230******************************************************************
002240*  MODO DE EXERCICIO - FOLHAS DA TURMA A PARTIR DO PRIMPARM. OS
002250*  NUMEROS SAEM DE UM GERADOR CONGRUENTE SIMPLES (SEMENTE DO
002260*  PEDIDO OU DO HORARIO), DENTRO DA FAIXA DO NIVEL.
002270******************************************************************
002280 01  WS-PPARM-FILE-STATUS        PIC X(02)   VALUE "00".
002290 01  WS-PCHAV-FILE-STATUS        PIC X(02)   VALUE "00".
002300 01  WS-PPARM-EOF-SW             PIC X(01)   VALUE "N".
002310     88  WS-PPARM-EOF                        VALUE "Y".
002320 01  WS-EX-VALID-SW              PIC X(01)   VALUE "N".
002330     88  WS-EX-VALID                         VALUE "Y".
002340 01  WS-EX-PRIMO-SW              PIC X(01)   VALUE "N".
002350     88  WS-EX-E-PRIMO                       VALUE "Y".
002360 01  WS-NIVEL-VALUES.
002370     05  FILLER                  PIC X(10)   VALUE "0000200050".
002380     05  FILLER                  PIC X(10)   VALUE "0001000200".
002390     05  FILLER                  PIC X(10)   VALUE "0010000999".
002400     05  FILLER                  PIC X(10)   VALUE "0100009999".
002410 01  WS-NIVEL-TABLE REDEFINES WS-NIVEL-VALUES.
002420     05  WS-NIVEL-ENTRY OCCURS 4 TIMES.
002430         10  WS-NIVEL-DE         PIC 9(05).
002440         10  WS-NIVEL-ATE        PIC 9(05).
002450 01  WS-EX-FOLHA-ATUAL           PIC X(08)   VALUE SPACES.
002460 01  WS-EX-ITEM                  PIC 9(03)   VALUE ZERO.
002470 01  WS-EX-ROW                   PIC 9(03).
002480 01  WS-EX-LOW                   PIC 9(05).
002490 01  WS-EX-HIGH                  PIC 9(05).
002500 01  WS-EX-SPAN                  PIC 9(05).
002510 01  WS-EX-SEED                  PIC 9(05)   VALUE 1.
002520 01  WS-EX-WORK                  PIC 9(07).
002530 01  WS-EX-QUOC                  PIC 9(10).
002540 01  WS-EX-REM                   PIC 9(05).
002550 01  WS-EX-PICK                  PIC 9(05).
002560 01  WS-EX-A                     PIC 9(05).
002570 01  WS-EX-B                     PIC 9(05).
002580 01  WS-EX-N                     PIC 9(05).
002590 01  WS-EX-G                     PIC 9(05).
002600 01  WS-EX-R1                    PIC 9(05).
002610 01  WS-EX-R2                    PIC 9(05).
002620 01  WS-EX-MMC                   PIC 9(10).
002630 01  WS-EX-ED-A                  PIC Z(4)9.
002640 01  WS-EX-ED-B                  PIC Z(4)9.
002650 01  WS-EX-ED-RESP               PIC Z(9)9.
002660 01  WS-EX-ED-EXP                PIC Z9.
002670 01  WS-EX-ED-ITEM               PIC 9(03).
002680 01  WS-EX-PERGUNTA              PIC X(40).
002690 01  WS-EX-RESPOSTA              PIC X(40).
002700 01  WS-EX-PTR                   PIC 9(02).
002710 01  WS-EX-FOLHAS                PIC 9(03)   VALUE ZERO.
002720 01  WS-EX-ITENS                 PIC 9(05)   VALUE ZERO.
002730 01  WS-EX-INVALIDOS             PIC 9(03)   VALUE ZERO.
002740 01  WS-SWITCHES.
002750     05  WS-EOF-SW               PIC X(01)   VALUE "N".
002760         88  WS-EOF                          VALUE "Y".
002770     05  WS-RANGE-EOF-SW         PIC X(01)   VALUE "N".
002780         88  WS-RANGE-EOF                    VALUE "Y".
002790     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
002800         88  WS-SIGNON-VALID                 VALUE "Y".
002810
002820 PROCEDURE DIVISION.
002830
002840 0000-MAINLINE.
002850     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002860     DISPLAY "MODO (P=PRIMALIDADE, F=FATORACAO, E=EXERCICIO):"
002870     ACCEPT WS-MODO
002880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002890     PERFORM 5000-PROCESS-EXERCISE THRU 5000-EXIT
002900         UNTIL WS-PPARM-EOF
002910     PERFORM 2000-PROCESS-NUMBER THRU 2000-EXIT
002920         UNTIL WS-EOF
002930     PERFORM 4000-PROCESS-RANGE THRU 4000-EXIT
002940         UNTIL WS-RANGE-EOF
002950     PERFORM 3000-FINALIZE
002960     STOP RUN.
002970
002980******************************************************************
002990*  0010-SIGN-ON
003000*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
003010*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
003020******************************************************************
003030 0010-SIGN-ON.
003040     MOVE "N" TO WS-SIGNON-VALID-SW
003050     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
003060         UNTIL WS-SIGNON-VALID.
003070 0010-EXIT.
003080     EXIT.
003090
003100 0020-PROMPT-SIGNON.
003110     MOVE "SGN-001" TO WS-MSG-CODE-WK
003120     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003130     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003140     ACCEPT WS-OPERATOR-ID
003150     MOVE "SGN-002" TO WS-MSG-CODE-WK
003160     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003170     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003180     ACCEPT WS-OPERATOR-PIN
003190     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003200                           WS-SIGNON-VALID-SW
003210     IF NOT WS-SIGNON-VALID
003220         MOVE "SGN-003" TO WS-MSG-CODE-WK
003230         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003240         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003250     END-IF.
003260 0020-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300*  1000-INITIALIZE
003310*  ABRE OS ARQUIVOS DE ENTRADA E SAIDA E LE O PRIMEIRO REGISTRO
003320*  DE CADA ARQUIVO DE ENTRADA.
003330******************************************************************
003340 1000-INITIALIZE.
003350*    NO MODO DE EXERCICIO SO O PRIMPARM E LIDO - O PRIMOLST E O
003360*    PRIMORNG FICAM FECHADOS E OS LACOS DELES NEM COMECAM.
003370     IF WS-MODO-EXERCICIO
003380         MOVE "Y" TO WS-EOF-SW
003390         MOVE "Y" TO WS-RANGE-EOF-SW
003400         PERFORM 0300-OPEN-EXERCISE-FILES THRU 0300-EXIT
003410     ELSE
003420         MOVE "Y" TO WS-PPARM-EOF-SW
003430         OPEN INPUT  NUMBER-CHECK-FILE
003440         OPEN INPUT  RANGE-FILE
003450     END-IF
003460     OPEN OUTPUT PRIME-REPORT-FILE
003470     OPEN OUTPUT PRIME-RANGE-FILE
003480     PERFORM 0100-OPEN-AUDIT-LOG-FILE
003490     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003500     ACCEPT RUN-STAMP-ID   FROM TIME
003510     MOVE SPACES TO WS-RUN-STAMP-DISP
003520     STRING "EXECUCAO " DELIMITED BY SIZE
003530            RUN-STAMP-DATE DELIMITED BY SIZE
003540            " " DELIMITED BY SIZE
003550            RUN-STAMP-ID DELIMITED BY SIZE
003560         INTO WS-RUN-STAMP-DISP
003570     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
003580     WRITE REPORT-LINE
003590     MOVE WS-RUN-STAMP-DISP TO RANGE-REPORT-LINE
003600     WRITE RANGE-REPORT-LINE
003610     PERFORM 0200-LOAD-PRIME-CACHE THRU 0200-EXIT
003620     OPEN EXTEND PRIME-CACHE-FILE
003630     IF WS-PCACHE-FILE-STATUS = "35"
003640         OPEN OUTPUT PRIME-CACHE-FILE
003650         CLOSE PRIME-CACHE-FILE
003660         OPEN EXTEND PRIME-CACHE-FILE
003670     END-IF
003680     IF WS-MODO-EXERCICIO
003690*        SEMENTE PADRAO VEM DO HORARIO (MMSSC) DA EXECUCAO.
003700         IF RUN-STAMP-ID(3:5) IS NUMERIC
003710             MOVE RUN-STAMP-ID(3:5) TO WS-EX-SEED
003720         END-IF
003730         IF NOT WS-PPARM-EOF
003740             PERFORM 8700-READ-PRIME-PARM
003750         END-IF
003760         GO TO 1000-EXIT
003770     END-IF
003780     PERFORM 8000-READ-NUMBER
003790     PERFORM 8500-READ-RANGE.
003800 1000-EXIT.
003810     EXIT.
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
003970*  0300-OPEN-EXERCISE-FILES
003980*  ABRE O PRIMPARM, A FOLHA E O GABARITO IMPRESSOS E O GABARITO
003990*  EM DADOS (PRIMCHAV, EM MODO EXTEND - AS FOLHAS DE DIAS
004000*  ANTERIORES AINDA PODEM VOLTAR PARA CORRECAO).
004010******************************************************************
004020 0300-OPEN-EXERCISE-FILES.
004030     OPEN INPUT PRIME-PARM-FILE
004040     IF WS-PPARM-FILE-STATUS NOT = "00"
004050         DISPLAY "PRIMPARM INDISPONIVEL - NENHUMA FOLHA GERADA"
004060         MOVE "Y" TO WS-PPARM-EOF-SW
004070     END-IF
004080     OPEN OUTPUT PRIME-WORKSHEET-FILE
004090     OPEN OUTPUT PRIME-PRINTED-KEY-FILE
004100     OPEN EXTEND PRIME-KEY-FILE
004110     IF WS-PCHAV-FILE-STATUS = "35"
004120         OPEN OUTPUT PRIME-KEY-FILE
004130         CLOSE PRIME-KEY-FILE
004140         OPEN EXTEND PRIME-KEY-FILE
004150     END-IF.
004160 0300-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*  0200-LOAD-PRIME-CACHE
004210*  CARREGA O CACHE DE RESULTADOS EM MEMORIA. SEM O ARQUIVO, A
004220*  EXECUCAO COMECA COM O CACHE VAZIO E O ALIMENTA.
004230******************************************************************
004240 0200-LOAD-PRIME-CACHE.
004250     OPEN INPUT PRIME-CACHE-FILE
004260     IF WS-PCACHE-FILE-STATUS NOT = "00"
004270         MOVE "Y" TO WS-PCACHE-EOF-SW
004280     ELSE
004290         PERFORM 0250-LOAD-CACHE-ENTRY THRU 0250-EXIT
004300             UNTIL WS-PCACHE-EOF
004310         CLOSE PRIME-CACHE-FILE
004320     END-IF.
004330 0200-EXIT.
004340     EXIT.
004350
004360 0250-LOAD-CACHE-ENTRY.
004370     READ PRIME-CACHE-FILE
004380         AT END
004390             MOVE "Y" TO WS-PCACHE-EOF-SW
004400             GO TO 0250-EXIT
004410     END-READ
004420     IF WS-PC-COUNT < 1000 AND PCACHE-N IS NUMERIC
004430         ADD 1 TO WS-PC-COUNT
004440         SET WS-PC-IDX TO WS-PC-COUNT
004450         MOVE PCACHE-N            TO WS-PC-N(WS-PC-IDX)
004460         MOVE PCACHE-RESULT       TO WS-PC-RESULT(WS-PC-IDX)
004470         MOVE PCACHE-SMALLEST-DIV TO WS-PC-DIV(WS-PC-IDX)
004480     END-IF.
004490 0250-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530*  2050-CHECK-PRIME-CACHE
004540*  PROCURA WS-N NO CACHE CARREGADO; NUM ACERTO, O VEREDITO E O
004550*  MENOR DIVISOR SAEM DO CACHE SEM NENHUMA DIVISAO.
004560******************************************************************
004570 2050-CHECK-PRIME-CACHE.
004580     MOVE "N" TO WS-PCACHE-HIT-SW
004590     PERFORM 2060-MATCH-CACHE THRU 2060-EXIT
004600         VARYING WS-PC-IDX FROM 1 BY 1
004610         UNTIL WS-PC-IDX > WS-PC-COUNT OR WS-PCACHE-HIT.
004620 2050-EXIT.
004630     EXIT.
004640
004650 2060-MATCH-CACHE.
004660     IF WS-PC-N(WS-PC-IDX) = WS-N
004670         MOVE "Y" TO WS-PCACHE-HIT-SW
004680         MOVE WS-PC-RESULT(WS-PC-IDX) TO WS-PCACHE-RESULT-WK
004690         MOVE WS-PC-DIV(WS-PC-IDX)    TO WS-PCACHE-DIV-WK
004700     END-IF.
004710 2060-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*  2080-WRITE-CACHE-RESULT
004760*  GRAVA NO RELATORIO O VEREDITO VINDO DO CACHE.
004770******************************************************************
004780 2080-WRITE-CACHE-RESULT.
004790     MOVE SPACES TO REPORT-LINE
004800     IF WS-PCACHE-RESULT-WK = "P"
004810         STRING WS-N " E PRIMO (DO CACHE)"
004820             DELIMITED BY SIZE INTO REPORT-LINE
004830     ELSE
004840         STRING WS-N " NAO E PRIMO (DO CACHE)"
004850             " MENOR DIVISOR " WS-PCACHE-DIV-WK
004860             DELIMITED BY SIZE INTO REPORT-LINE
004870     END-IF
004880     WRITE REPORT-LINE.
004890
004900******************************************************************
004910*  2090-APPEND-PRIME-CACHE
004920*  ACRESCENTA O RESULTADO RECEM-CALCULADO AO CACHE (ARQUIVO E
004930*  TABELA EM MEMORIA, PARA REPETICAO NA MESMA EXECUCAO).
004940******************************************************************
004950 2090-APPEND-PRIME-CACHE.
004960     MOVE SPACES TO PRIME-CACHE-RECORD
004970     MOVE WS-N TO PCACHE-N
004980*    O PRE-TESTE DE FERMAT SAI COM DIVISORES = ZERO MAS O
004990*    NUMERO E COMPOSTO - O VEREDITO CACHEADO E "N", SEM
005000*    DIVISOR EXIBIDO (1 NO LUGAR).
005010     IF DIVISORES = ZERO AND WS-N > 1
005020         AND NOT WS-FM-COMPOSTO
005030         MOVE "P"  TO PCACHE-RESULT
005040         MOVE ZERO TO PCACHE-SMALLEST-DIV
005050     ELSE
005060         MOVE "N" TO PCACHE-RESULT
005070         IF DIVISORES > ZERO
005080             MOVE WS-DIVISOR-VALUE(1) TO PCACHE-SMALLEST-DIV
005090         ELSE
005100             MOVE 1 TO PCACHE-SMALLEST-DIV
005110         END-IF
005120     END-IF
005130     MOVE RUN-STAMP-DATE TO PCACHE-RUN-DATE
005140     MOVE RUN-STAMP-ID   TO PCACHE-RUN-ID
005150     WRITE PRIME-CACHE-RECORD
005160     IF WS-PC-COUNT < 1000
005170         ADD 1 TO WS-PC-COUNT
005180         SET WS-PC-IDX TO WS-PC-COUNT
005190         MOVE PCACHE-N            TO WS-PC-N(WS-PC-IDX)
005200         MOVE PCACHE-RESULT       TO WS-PC-RESULT(WS-PC-IDX)
005210         MOVE PCACHE-SMALLEST-DIV TO WS-PC-DIV(WS-PC-IDX)
005220     END-IF.
005230
005240******************************************************************
005250*  2000-PROCESS-NUMBER
005260*  TESTA UM NUMERO DO ARQUIVO E GRAVA O RESULTADO NO RELATORIO.
005270******************************************************************
005280 2000-PROCESS-NUMBER.
005290     MOVE PRIMO-N TO WS-N
005300     IF WS-MODO-FATORACAO
005310         PERFORM 3500-FACTORIZE THRU 3500-EXIT
005320         PERFORM 8000-READ-NUMBER
005330         GO TO 2000-EXIT
005340     END-IF
005350     PERFORM 2050-CHECK-PRIME-CACHE THRU 2050-EXIT
005360     IF WS-PCACHE-HIT
005370         ADD 1 TO WS-PCACHE-HIT-COUNT
005380         PERFORM 2080-WRITE-CACHE-RESULT
005390         PERFORM 8000-READ-NUMBER
005400         GO TO 2000-EXIT
005410     END-IF
005420     PERFORM 2500-CHECK-PRIME THRU 2500-EXIT
005430     PERFORM 2700-WRITE-PRIME-RESULT THRU 2700-FIM
005440     PERFORM 2090-APPEND-PRIME-CACHE
005450     PERFORM 7000-WRITE-AUDIT
005460     PERFORM 8000-READ-NUMBER.
005470 2000-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510*  2500-CHECK-PRIME
005520*  PROCURA DIVISORES DE WS-N DE 2 ATE A RAIZ QUADRADA DE WS-N, EM
005530*  VEZ DE ATE WS-N - 1, E GUARDA OS QUE FOR ENCONTRANDO. SE UM
005540*  DIVISOR I FOR ACHADO, O COMPLEMENTO WS-N / I TAMBEM E UM
005550*  DIVISOR E E GUARDADO JUNTO.
005560******************************************************************
005570 2500-CHECK-PRIME.
005580     MOVE ZERO TO DIVISORES
005590     MOVE "N" TO WS-FM-COMPOSTO-SW
005600*    PRE-TESTE DE FERMAT: COMPOSTO OBVIO CAI AQUI, SEM A
005610*    DIVISAO DE TENTATIVA QUE LEVAVA MINUTOS NOS 18 DIGITOS.
005620     IF WS-N > 3 AND FUNCTION MOD(WS-N, 2) NOT = ZERO
005630         PERFORM 2400-FERMAT-PRETEST THRU 2400-EXIT
005640         IF WS-FM-COMPOSTO
005650             GO TO 2500-EXIT
005660         END-IF
005670     END-IF
005680     IF WS-N > 1
005690         PERFORM 2600-TEST-DIVISOR THRU 2600-EXIT
005700             VARYING I FROM 2 BY 1 UNTIL I * I > WS-N
005710     END-IF.
005720 2500-EXIT.
005730     EXIT.
005740
005750 2600-TEST-DIVISOR.
005760     COMPUTE RESTO = FUNCTION MOD(WS-N, I)
005770     IF RESTO = 0
005780         MOVE I TO WS-CANDIDATE-DIVISOR
005790         PERFORM 2650-ADD-DIVISOR
005800         COMPUTE WS-CO-DIVISOR = WS-N / I
005810         IF WS-CO-DIVISOR NOT = I
005820             MOVE WS-CO-DIVISOR TO WS-CANDIDATE-DIVISOR
005830             PERFORM 2650-ADD-DIVISOR
005840         END-IF
005850     END-IF.
005860 2600-EXIT.
005870     EXIT.
005880
005890 2650-ADD-DIVISOR.
005900     IF DIVISORES < 40
005910         ADD 1 TO DIVISORES
005920         SET WS-DIV-IDX TO DIVISORES
005930         MOVE WS-CANDIDATE-DIVISOR TO WS-DIVISOR-VALUE(WS-DIV-IDX)
005940     END-IF.
005950
005960******************************************************************
005970*  2400-FERMAT-PRETEST
005980*  TESTE DE FERMAT NA BASE 2: CALCULA 2**(N-1) MOD N POR
005990*  QUADRADO-E-MULTIPLICA; RESULTADO DIFERENTE DE 1 PROVA QUE N E
006000*  COMPOSTO (SEM EXIBIR DIVISOR). RESULTADO 1 NAO PROVA PRIMO -
006010*  A DIVISAO DE TENTATIVA CONFIRMA DEPOIS, COM OS DIVISORES.
006020******************************************************************
006030 2400-FERMAT-PRETEST.
006040     MOVE 1 TO WS-FM-RES
006050     MOVE 2 TO WS-FM-BASE
006060     COMPUTE WS-FM-EXP = WS-N - 1
006070     PERFORM 2420-SQUARE-STEP THRU 2420-EXIT
006080         UNTIL WS-FM-EXP = ZERO
006090     IF WS-FM-RES NOT = 1
006100         MOVE "Y" TO WS-FM-COMPOSTO-SW
006110     END-IF.
006120 2400-EXIT.
006130     EXIT.
006140
006150 2420-SQUARE-STEP.
006160     IF FUNCTION MOD(WS-FM-EXP, 2) = 1
006170         MOVE WS-FM-RES  TO WS-FM-A
006180         MOVE WS-FM-BASE TO WS-FM-B
006190         PERFORM 2440-MULMOD THRU 2440-EXIT
006200         MOVE WS-FM-R TO WS-FM-RES
006210     END-IF
006220     MOVE WS-FM-BASE TO WS-FM-A
006230     MOVE WS-FM-BASE TO WS-FM-B
006240     PERFORM 2440-MULMOD THRU 2440-EXIT
006250     MOVE WS-FM-R TO WS-FM-BASE
006260     COMPUTE WS-FM-EXP = WS-FM-EXP / 2.
006270 2420-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310*  2440-MULMOD
006320*  (A * B) MOD N POR DUPLICACAO-E-SOMA: SO SOMAS DE VALORES
006330*  MENORES QUE N, QUE CABEM EM 9(19) - NADA DE PRODUTO DE 36
006340*  DIGITOS.
006350******************************************************************
006360 2440-MULMOD.
006370     MOVE ZERO TO WS-FM-R
006380     PERFORM 2460-MULMOD-STEP THRU 2460-EXIT
006390         UNTIL WS-FM-B = ZERO.
006400 2440-EXIT.
006410     EXIT.
006420
006430 2460-MULMOD-STEP.
006440     IF FUNCTION MOD(WS-FM-B, 2) = 1
006450         COMPUTE WS-FM-R =
006460             FUNCTION MOD(WS-FM-R + WS-FM-A, WS-N)
006470     END-IF
006480     COMPUTE WS-FM-A = FUNCTION MOD(WS-FM-A + WS-FM-A, WS-N)
006490     COMPUTE WS-FM-B = WS-FM-B / 2.
006500 2460-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540*  2700-WRITE-PRIME-RESULT
006550*  GRAVA O VEREDITO DE WS-N (E OS DIVISORES, SE NAO FOR PRIMO) NO
006560*  RELATORIO.
006570******************************************************************
006580 2700-WRITE-PRIME-RESULT.
006590     MOVE SPACES TO REPORT-LINE
006600     IF WS-FM-COMPOSTO
006610         DISPLAY WS-N " NAO E PRIMO (PRE-TESTE)"
006620         STRING WS-N DELIMITED BY SIZE
006630                " NAO E PRIMO (PRE-TESTE DE FERMAT)"
006640                    DELIMITED BY SIZE
006650             INTO REPORT-LINE
006660         WRITE REPORT-LINE
006670         GO TO 2700-FIM
006680     END-IF
006690     IF WS-N = 1 OR WS-N = 0 OR DIVISORES NOT = ZERO
006700         DISPLAY WS-N " NAO E PRIMO"
006710         STRING WS-N DELIMITED BY SIZE
006720                " NAO E PRIMO" DELIMITED BY SIZE
006730             INTO REPORT-LINE
006740         WRITE REPORT-LINE
006750         IF DIVISORES NOT = ZERO
006760             PERFORM 2750-WRITE-DIVISOR-LIST
006770         END-IF
006780     ELSE
006790         DISPLAY WS-N " E PRIMO"
006800         STRING WS-N DELIMITED BY SIZE
006810                " E PRIMO" DELIMITED BY SIZE
006820             INTO REPORT-LINE
006830         WRITE REPORT-LINE
006840     END-IF.
006850 2700-FIM.
006860     EXIT.
006870
006880 2750-WRITE-DIVISOR-LIST.
006890     PERFORM 2760-WRITE-ONE-DIVISOR THRU 2760-EXIT
006900         VARYING WS-DIV-IDX FROM 1 BY 1
006910         UNTIL WS-DIV-IDX > DIVISORES.
006920
006930 2760-WRITE-ONE-DIVISOR.
006940     MOVE SPACES TO REPORT-LINE
006950     STRING "  DIVISOR " DELIMITED BY SIZE
006960            WS-DIVISOR-VALUE(WS-DIV-IDX) DELIMITED BY SIZE
006970         INTO REPORT-LINE
006980     WRITE REPORT-LINE.
006990 2760-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030*  3500-FACTORIZE
007040*  DECOMPOE WS-N EM POTENCIAS DE PRIMOS: DIVIDE PELO MENOR
007050*  DIVISOR ENQUANTO DER, SUBINDO O CANDIDATO SO ATE A RAIZ DO
007060*  QUE RESTA (MESMA PARADA ANTECIPADA DO 2500-CHECK-PRIME); O
007070*  QUE SOBRAR ACIMA DE 1 E O ULTIMO FATOR PRIMO.
007080******************************************************************
007090 3500-FACTORIZE.
007100     MOVE SPACES TO REPORT-LINE
007110     STRING WS-N " FATORACAO:"
007120         DELIMITED BY SIZE INTO REPORT-LINE
007130     WRITE REPORT-LINE
007140     MOVE ZERO TO WS-FATOR-COUNT
007150     IF WS-N < 2
007160         MOVE "  (SEM FATORACAO)" TO REPORT-LINE
007170         WRITE REPORT-LINE
007180         GO TO 3500-FIM
007190     END-IF
007200     MOVE WS-N TO WS-N-REMAIN
007210     PERFORM 3600-TRY-FACTOR THRU 3600-EXIT
007220         VARYING I FROM 2 BY 1
007230         UNTIL I * I > WS-N-REMAIN
007240     IF WS-N-REMAIN > 1
007250         MOVE WS-N-REMAIN TO WS-FATOR-BASE
007260         MOVE 1 TO WS-FATOR-EXP
007270         PERFORM 3700-WRITE-FACTOR
007280     END-IF.
007290 3500-FIM.
007300     PERFORM 7050-WRITE-FACTOR-AUDIT.
007310 3500-EXIT.
007320     EXIT.
007330
007340 3600-TRY-FACTOR.
007350     IF FUNCTION MOD(WS-N-REMAIN, I) NOT = 0
007360         GO TO 3600-EXIT
007370     END-IF
007380     MOVE I TO WS-FATOR-BASE
007390     MOVE ZERO TO WS-FATOR-EXP
007400     PERFORM 3650-DIVIDE-OUT THRU 3650-EXIT
007410         UNTIL FUNCTION MOD(WS-N-REMAIN, I) NOT = 0
007420     PERFORM 3700-WRITE-FACTOR.
007430 3600-EXIT.
007440     EXIT.
007450
007460 3650-DIVIDE-OUT.
007470     COMPUTE WS-N-REMAIN = WS-N-REMAIN / I
007480     ADD 1 TO WS-FATOR-EXP.
007490 3650-EXIT.
007500     EXIT.
007510
007520 3700-WRITE-FACTOR.
007530     ADD 1 TO WS-FATOR-COUNT
007540     MOVE SPACES TO REPORT-LINE
007550     STRING "  FATOR " WS-FATOR-BASE
007560            " EXPOENTE " WS-FATOR-EXP
007570         DELIMITED BY SIZE INTO REPORT-LINE
007580     WRITE REPORT-LINE.
007590
007600******************************************************************
007610*  7050-WRITE-FACTOR-AUDIT
007620*  GRAVA O RESUMO DA FATORACAO DO NUMERO NA TRILHA DE AUDITORIA.
007630******************************************************************
007640 7050-WRITE-FACTOR-AUDIT.
007650     MOVE "PRIMO"            TO AUDIT-PROGRAM-ID
007660     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007670     ACCEPT AUDIT-TIME FROM TIME
007680     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007690     MOVE WS-N                TO AUDIT-KEY
007700     MOVE SPACES              TO AUDIT-DETAIL
007710     STRING "N=" WS-N " MODO=FATORACAO FATORES="
007720            WS-FATOR-COUNT
007730         DELIMITED BY SIZE INTO AUDIT-DETAIL
007740     CALL "AUDITWR" USING AUDIT-RECORD.
007750
007760******************************************************************
007770*  7000-WRITE-AUDIT
007780*  GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COMPARTILHADA PARA
007790*  CADA NUMERO TESTADO, TANTO DO NUMBER-CHECK-FILE (2000-PROCESS-
007800*  NUMBER) QUANTO DE CADA NUMERO VARRIDO DE UMA FAIXA DO
007810*  RANGE-FILE (4600-SCAN-RANGE).
007820******************************************************************
007830 7000-WRITE-AUDIT.
007840     MOVE "PRIMO"            TO AUDIT-PROGRAM-ID
007850     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007860     ACCEPT AUDIT-TIME FROM TIME
007870     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007880     MOVE WS-N                TO AUDIT-KEY
007890     MOVE SPACES              TO AUDIT-DETAIL
007900     IF WS-N = 1 OR WS-N = 0 OR DIVISORES NOT = ZERO
007910         STRING "N=" WS-N " RESULTADO=NAO-PRIMO DIVISORES="
007920                DIVISORES DELIMITED BY SIZE INTO AUDIT-DETAIL
007930     ELSE
007940         STRING "N=" WS-N " RESULTADO=PRIMO"
007950             DELIMITED BY SIZE INTO AUDIT-DETAIL
007960     END-IF
007970     CALL "AUDITWR" USING AUDIT-RECORD.
007980
007990******************************************************************
008000*  4000-PROCESS-RANGE
008010*  PERCORRE UM PAR LIMITE-INFERIOR/LIMITE-SUPERIOR DO RANGE-FILE,
008020*  LISTANDO OS PRIMOS DA FAIXA EM PRIME-RANGE-FILE.
008030******************************************************************
008040 4000-PROCESS-RANGE.
008050     IF RANGE-LOW NOT NUMERIC OR RANGE-HIGH NOT NUMERIC
008060             OR RANGE-LOW = ZERO OR RANGE-HIGH < RANGE-LOW
008070         MOVE SPACES TO RANGE-REPORT-LINE
008080         STRING "FAIXA INVALIDA - IGNORADA" DELIMITED BY SIZE
008090             INTO RANGE-REPORT-LINE
008100         WRITE RANGE-REPORT-LINE
008110     ELSE
008120         PERFORM 4500-SIEVE-RANGE THRU 4500-EXIT
008130     END-IF
008140     PERFORM 8500-READ-RANGE.
008150 4000-EXIT.
008160     EXIT.
008170
008180******************************************************************
008190*  4500-SIEVE-RANGE
008200*  CRIVO DE UMA FAIXA: LIMPA AS MARCAS ATE O LIMITE SUPERIOR,
008210*  MARCA OS MULTIPLOS DE CADA BASE ATE A RAIZ DO LIMITE NUMA SO
008220*  PASSADA E LISTA OS NAO MARCADOS DA FAIXA - AS MESMAS DIVISOES
008230*  DEIXAM DE SER REPETIDAS DEZENAS DE MILHARES DE VEZES.
008240******************************************************************
008250 4500-SIEVE-RANGE.
008260     MOVE SPACES TO WS-SIEVE-TABLE
008270     PERFORM 4550-MARK-MULTIPLES THRU 4550-EXIT
008280         VARYING I FROM 2 BY 1
008290         UNTIL I * I > RANGE-HIGH
008300     MOVE ZERO TO WS-PRIME-COUNT
008310*    O CONTADOR DA LISTAGEM TEM UM DIGITO A MAIS QUE O LIMITE -
008320*    COM PIC 9(05) ELE DARIA A VOLTA EM 99999 E NUNCA PASSARIA
008330*    DO LIMITE SUPERIOR.
008340     PERFORM 4650-LIST-ONE THRU 4650-EXIT
008350         VARYING WS-LIST-J FROM RANGE-LOW BY 1
008360         UNTIL WS-LIST-J > RANGE-HIGH
008370     PERFORM 7080-WRITE-RANGE-AUDIT.
008380 4500-EXIT.
008390     EXIT.
008400
008410 4550-MARK-MULTIPLES.
008420     IF WS-SIEVE-FLAG(I) = "C"
008430         GO TO 4550-EXIT
008440     END-IF
008450     COMPUTE WS-SIEVE-SQ = I * I
008460     PERFORM 4560-MARK-ONE THRU 4560-EXIT
008470         VARYING WS-SIEVE-K FROM WS-SIEVE-SQ BY I
008480         UNTIL WS-SIEVE-K > RANGE-HIGH.
008490 4550-EXIT.
008500     EXIT.
008510
008520 4560-MARK-ONE.
008530     MOVE "C" TO WS-SIEVE-FLAG(WS-SIEVE-K).
008540 4560-EXIT.
008550     EXIT.
008560
008570 4650-LIST-ONE.
008580     IF WS-LIST-J > 1
008590         AND WS-SIEVE-FLAG(WS-LIST-J) NOT = "C"
008600         MOVE WS-LIST-J TO J
008610         ADD 1 TO WS-PRIME-COUNT
008620         MOVE SPACES TO RANGE-REPORT-LINE
008630         STRING J DELIMITED BY SIZE INTO RANGE-REPORT-LINE
008640         WRITE RANGE-REPORT-LINE
008650     END-IF.
008660 4650-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700*  7080-WRITE-RANGE-AUDIT
008710*  GRAVA UM REGISTRO POR FAIXA VARRIDA (COM OS TOTAIS) NA TRILHA
008720*  DE AUDITORIA - O REGISTRO POR NUMERO DO MODO ANTIGO ERA O QUE
008730*  PESAVA NA JANELA.
008740******************************************************************
008750 7080-WRITE-RANGE-AUDIT.
008760     MOVE "PRIMO"            TO AUDIT-PROGRAM-ID
008770     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
008780     ACCEPT AUDIT-TIME FROM TIME
008790     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
008800     MOVE "FAIXA"             TO AUDIT-KEY
008810     MOVE SPACES              TO AUDIT-DETAIL
008820     STRING "DE=" RANGE-LOW " ATE=" RANGE-HIGH
008830            " PRIMOS=" WS-PRIME-COUNT
008840         DELIMITED BY SIZE INTO AUDIT-DETAIL
008850     CALL "AUDITWR" USING AUDIT-RECORD.
008860
008870******************************************************************
008880*  3000-FINALIZE
008890*  FECHA TODOS OS ARQUIVOS.
008900******************************************************************
008910 3000-FINALIZE.
008920     IF WS-MODO-EXERCICIO
008930         PERFORM 5900-CLOSE-SHEET THRU 5900-EXIT
008940         DISPLAY "FOLHAS GERADAS: " WS-EX-FOLHAS
008950                 " ITENS: " WS-EX-ITENS
008960                 " PEDIDOS INVALIDOS: " WS-EX-INVALIDOS
008970         MOVE SPACES TO REPORT-LINE
008980         STRING "FOLHAS GERADAS: " WS-EX-FOLHAS
008990                " ITENS: " WS-EX-ITENS
009000                " PEDIDOS INVALIDOS: " WS-EX-INVALIDOS
009010             DELIMITED BY SIZE INTO REPORT-LINE
009020         WRITE REPORT-LINE
009030         IF WS-PPARM-FILE-STATUS NOT = "35"
009040             CLOSE PRIME-PARM-FILE
009050         END-IF
009060         CLOSE PRIME-WORKSHEET-FILE
009070         CLOSE PRIME-PRINTED-KEY-FILE
009080         CLOSE PRIME-KEY-FILE
009090     ELSE
009100         CLOSE NUMBER-CHECK-FILE
009110         CLOSE RANGE-FILE
009120     END-IF
009130     DISPLAY "ATENDIDOS PELO CACHE: " WS-PCACHE-HIT-COUNT
009140     MOVE SPACES TO REPORT-LINE
009150     STRING "ATENDIDOS PELO CACHE: " WS-PCACHE-HIT-COUNT
009160         DELIMITED BY SIZE INTO REPORT-LINE
009170     WRITE REPORT-LINE
009180     CLOSE PRIME-CACHE-FILE
009190     CLOSE PRIME-REPORT-FILE
009200     CLOSE AUDIT-LOG-FILE
009210     CLOSE PRIME-RANGE-FILE.
009220
009230******************************************************************
009240*  5000-PROCESS-EXERCISE
009250*  ATENDE UM PEDIDO DO PRIMPARM: ABRE UMA FOLHA NOVA QUANDO O ID
009260*  MUDA E GERA OS ITENS DA PARTE PEDIDA NA FOLHA (PRIMEXER), NO
009270*  GABARITO IMPRESSO (PRIMGABA) E NO GABARITO EM DADOS (PRIMCHAV).
009280******************************************************************
009290 5000-PROCESS-EXERCISE.
009300     PERFORM 5050-VALIDATE-PARM
009310     IF NOT WS-EX-VALID
009320         ADD 1 TO WS-EX-INVALIDOS
009330         MOVE SPACES TO REPORT-LINE
009340         STRING "PEDIDO DE FOLHA INVALIDO - IGNORADO: FOLHA "
009350                PPARM-FOLHA-ID " TIPO " PPARM-TIPO
009360                " NIVEL " PPARM-NIVEL " QTDE " PPARM-QTDE
009370             DELIMITED BY SIZE INTO REPORT-LINE
009380         WRITE REPORT-LINE
009390         PERFORM 8700-READ-PRIME-PARM
009400         GO TO 5000-EXIT
009410     END-IF
009420     IF PPARM-FOLHA-ID NOT = WS-EX-FOLHA-ATUAL
009430         PERFORM 5900-CLOSE-SHEET THRU 5900-EXIT
009440         PERFORM 5100-OPEN-SHEET
009450     END-IF
009460     IF PPARM-SEMENTE > ZERO
009470         MOVE PPARM-SEMENTE TO WS-EX-SEED
009480     END-IF
009490     MOVE WS-NIVEL-DE(PPARM-NIVEL)  TO WS-EX-LOW
009500     MOVE WS-NIVEL-ATE(PPARM-NIVEL) TO WS-EX-HIGH
009510     SUBTRACT WS-EX-LOW FROM WS-EX-HIGH GIVING WS-EX-SPAN
009520     ADD 1 TO WS-EX-SPAN
009530     PERFORM 5200-WRITE-PART-HEADING
009540     PERFORM 5300-ONE-ITEM THRU 5300-EXIT
009550         VARYING WS-EX-ROW FROM 1 BY 1
009560         UNTIL WS-EX-ROW > PPARM-QTDE
009570     PERFORM 7100-WRITE-EXERCISE-AUDIT
009580     PERFORM 8700-READ-PRIME-PARM.
009590 5000-EXIT.
009600     EXIT.
009610
009620*    FOLHA SEM ID, TIPO FORA DE P/F/M/C, NIVEL FORA DE 1-4 OU
009630*    QUANTIDADE ZERO NAO GERA NADA - A FOLHA SEM ID NAO PODERIA
009640*    SER CORRIGIDA DEPOIS.
009650 5050-VALIDATE-PARM.
009660     MOVE "Y" TO WS-EX-VALID-SW
009670     IF PPARM-FOLHA-ID = SPACES
009680         OR NOT (PPARM-PRIMOS OR PPARM-FATORACAO
009690                 OR PPARM-MDC OR PPARM-MMC)
009700         OR PPARM-NIVEL NOT NUMERIC
009710         OR PPARM-QTDE NOT NUMERIC
009720         MOVE "N" TO WS-EX-VALID-SW
009730     ELSE
009740         IF PPARM-NIVEL < 1 OR PPARM-NIVEL > 4
009750             OR PPARM-QTDE = ZERO
009760             MOVE "N" TO WS-EX-VALID-SW
009770         END-IF
009780     END-IF
009790     IF PPARM-SEMENTE NOT NUMERIC
009800         MOVE ZERO TO PPARM-SEMENTE
009810     END-IF
009820*    A NUMERACAO DOS ITENS DA FOLHA TEM TRES DIGITOS.
009830     IF WS-EX-VALID AND PPARM-FOLHA-ID = WS-EX-FOLHA-ATUAL
009840         IF WS-EX-ITEM + PPARM-QTDE > 999
009850             MOVE "N" TO WS-EX-VALID-SW
009860         END-IF
009870     END-IF.
009880
009890******************************************************************
009900*  5100-OPEN-SHEET
009910*  CABECALHO DE UMA FOLHA NOVA - O ID DA FOLHA VAI NAS DUAS VIAS,
009920*  E E ELE QUE O ALUNO COPIA JUNTO COM AS RESPOSTAS.
009930******************************************************************
009940 5100-OPEN-SHEET.
009950     MOVE PPARM-FOLHA-ID TO WS-EX-FOLHA-ATUAL
009960     MOVE ZERO TO WS-EX-ITEM
009970     ADD 1 TO WS-EX-FOLHAS
009980     MOVE "FOLHA DE EXERCICIOS - NUMEROS PRIMOS"
009990         TO WORKSHEET-LINE
010000     WRITE WORKSHEET-LINE
010010     MOVE SPACES TO WORKSHEET-LINE
010020     STRING "FOLHA: " PPARM-FOLHA-ID "   TURMA: " PPARM-TURMA
010030         DELIMITED BY SIZE INTO WORKSHEET-LINE
010040     WRITE WORKSHEET-LINE
010050     MOVE "ALUNO: ______________________________  DATA: ________"
010060         TO WORKSHEET-LINE
010070     WRITE WORKSHEET-LINE
010080     MOVE SPACES TO WORKSHEET-LINE
010090     WRITE WORKSHEET-LINE
010100     MOVE "GABARITO - FOLHA DE EXERCICIOS - NUMEROS PRIMOS"
010110         TO ANSWER-KEY-LINE
010120     WRITE ANSWER-KEY-LINE
010130     MOVE SPACES TO ANSWER-KEY-LINE
010140     STRING "FOLHA: " PPARM-FOLHA-ID "   TURMA: " PPARM-TURMA
010150            "   " WS-RUN-STAMP-DISP
010160         DELIMITED BY SIZE INTO ANSWER-KEY-LINE
010170     WRITE ANSWER-KEY-LINE
010180     MOVE SPACES TO ANSWER-KEY-LINE
010190     WRITE ANSWER-KEY-LINE.
010200
010210 5900-CLOSE-SHEET.
010220     IF WS-EX-FOLHA-ATUAL = SPACES
010230         GO TO 5900-EXIT
010240     END-IF
010250     MOVE SPACES TO WORKSHEET-LINE
010260     WRITE WORKSHEET-LINE
010270     MOVE SPACES TO WORKSHEET-LINE
010280     STRING "FIM DA FOLHA " WS-EX-FOLHA-ATUAL
010290         DELIMITED BY SIZE INTO WORKSHEET-LINE
010300     WRITE WORKSHEET-LINE
010310     MOVE SPACES TO WORKSHEET-LINE
010320     WRITE WORKSHEET-LINE
010330     MOVE SPACES TO ANSWER-KEY-LINE
010340     WRITE ANSWER-KEY-LINE
010350     MOVE SPACES TO ANSWER-KEY-LINE
010360     STRING "FIM DO GABARITO DA FOLHA " WS-EX-FOLHA-ATUAL
010370            " - " WS-EX-ITEM " ITENS"
010380         DELIMITED BY SIZE INTO ANSWER-KEY-LINE
010390     WRITE ANSWER-KEY-LINE
010400     MOVE SPACES TO ANSWER-KEY-LINE
010410     WRITE ANSWER-KEY-LINE
010420     MOVE SPACES TO WS-EX-FOLHA-ATUAL.
010430 5900-EXIT.
010440     EXIT.
010450
010460 5200-WRITE-PART-HEADING.
010470     EVALUATE TRUE
010480         WHEN PPARM-PRIMOS
010490             MOVE "PARTE - O NUMERO E PRIMO? RESPONDA S OU N"
010500                 TO WORKSHEET-LINE
010510         WHEN PPARM-FATORACAO
010520             MOVE "PARTE - FATORE EM PRIMOS (EX. 2^3 X 3^2 X 5)"
010530                 TO WORKSHEET-LINE
010540         WHEN PPARM-MDC
010550             MOVE "PARTE - CALCULE O MDC DO PAR"
010560                 TO WORKSHEET-LINE
010570         WHEN OTHER
010580             MOVE "PARTE - CALCULE O MMC DO PAR"
010590                 TO WORKSHEET-LINE
010600     END-EVALUATE
010610     MOVE WORKSHEET-LINE TO ANSWER-KEY-LINE
010620     WRITE WORKSHEET-LINE
010630     WRITE ANSWER-KEY-LINE.
010640
010650******************************************************************
010660*  5300-ONE-ITEM
010670*  GERA UM ITEM DA PARTE: A PERGUNTA VAI A FOLHA COM A RESPOSTA
010680*  EM BRANCO, E A RESPOSTA VAI AO GABARITO IMPRESSO E AO PRIMCHAV.
010690******************************************************************
010700 5300-ONE-ITEM.
010710     ADD 1 TO WS-EX-ITEM
010720     ADD 1 TO WS-EX-ITENS
010730     MOVE SPACES TO WS-EX-PERGUNTA
010740     MOVE SPACES TO WS-EX-RESPOSTA
010750     MOVE ZERO   TO WS-EX-A
010760     MOVE ZERO   TO WS-EX-B
010770     EVALUATE TRUE
010780         WHEN PPARM-PRIMOS
010790             PERFORM 5400-ITEM-PRIMO THRU 5400-EXIT
010800         WHEN PPARM-FATORACAO
010810             PERFORM 5500-ITEM-FATORACAO THRU 5500-EXIT
010820         WHEN OTHER
010830             PERFORM 5600-ITEM-MDC-MMC THRU 5600-EXIT
010840     END-EVALUATE
010850     MOVE WS-EX-ITEM TO WS-EX-ED-ITEM
010860     MOVE SPACES TO WORKSHEET-LINE
010870     MOVE WS-EX-ED-ITEM  TO WORKSHEET-LINE(1:3)
010880     MOVE ") "           TO WORKSHEET-LINE(4:2)
010890     MOVE WS-EX-PERGUNTA TO WORKSHEET-LINE(6:30)
010900     MOVE " = "          TO WORKSHEET-LINE(36:3)
010910     MOVE WORKSHEET-LINE TO ANSWER-KEY-LINE
010920     MOVE WS-EX-RESPOSTA TO ANSWER-KEY-LINE(39:40)
010930     MOVE "____________________" TO WORKSHEET-LINE(39:20)
010940     WRITE WORKSHEET-LINE
010950     WRITE ANSWER-KEY-LINE
010960     MOVE SPACES             TO PRIME-KEY-RECORD
010970     MOVE WS-EX-FOLHA-ATUAL  TO PGAB-FOLHA-ID
010980     MOVE PPARM-TURMA        TO PGAB-TURMA
010990     MOVE WS-EX-ITEM         TO PGAB-ITEM
011000     MOVE PPARM-TIPO         TO PGAB-TIPO
011010     MOVE WS-EX-A            TO PGAB-A
011020     MOVE WS-EX-B            TO PGAB-B
011030     MOVE WS-EX-RESPOSTA     TO PGAB-RESPOSTA
011040     MOVE RUN-STAMP-DATE     TO PGAB-RUN-DATE
011050     WRITE PRIME-KEY-RECORD.
011060 5300-EXIT.
011070     EXIT.
011080
011090*    PRIMO OU NAO: NOS ITENS PARES O NUMERO SORTEADO AVANCA ATE
011100*    O PROXIMO PRIMO DA FAIXA, PARA A FOLHA NAO SAIR QUASE TODA
011110*    DE COMPOSTOS.
011120 5400-ITEM-PRIMO.
011130     PERFORM 5150-NEXT-RANDOM
011140     MOVE WS-EX-PICK TO WS-EX-N
011150     PERFORM 5800-TEST-PRIMO THRU 5800-EXIT
011160     IF FUNCTION MOD(WS-EX-ROW, 2) = 0
011170         PERFORM 5460-STEP-NUMBER THRU 5460-EXIT
011180             UNTIL WS-EX-E-PRIMO
011190     END-IF
011200     MOVE WS-EX-N TO WS-EX-A
011210     MOVE WS-EX-N TO WS-EX-ED-A
011220     STRING FUNCTION TRIM(WS-EX-ED-A) " E PRIMO?"
011230         DELIMITED BY SIZE INTO WS-EX-PERGUNTA
011240     IF WS-EX-E-PRIMO
011250         MOVE "S" TO WS-EX-RESPOSTA
011260     ELSE
011270         MOVE "N" TO WS-EX-RESPOSTA
011280     END-IF.
011290 5400-EXIT.
011300     EXIT.
011310
011320*    PROXIMO NUMERO DA FAIXA (VOLTANDO AO INICIO NO FIM DELA),
011330*    JA TESTADO.
011340 5460-STEP-NUMBER.
011350     ADD 1 TO WS-EX-N
011360     IF WS-EX-N > WS-EX-HIGH
011370         MOVE WS-EX-LOW TO WS-EX-N
011380     END-IF
011390     PERFORM 5800-TEST-PRIMO THRU 5800-EXIT.
011400 5460-EXIT.
011410     EXIT.
011420
011430*    FATORACAO: SO DE COMPOSTO (PRIMO SORTEADO AVANCA ATE O
011440*    PROXIMO COMPOSTO). A RESPOSTA SAI NO MESMO FORMATO DO
011450*    EXEMPLO DA FOLHA, COM A MESMA DIVISAO DO 3650-DIVIDE-OUT.
011460 5500-ITEM-FATORACAO.
011470     PERFORM 5150-NEXT-RANDOM
011480     MOVE WS-EX-PICK TO WS-EX-N
011490     PERFORM 5800-TEST-PRIMO THRU 5800-EXIT
011500     PERFORM 5460-STEP-NUMBER THRU 5460-EXIT
011510         UNTIL NOT WS-EX-E-PRIMO
011520     MOVE WS-EX-N TO WS-EX-A
011530     MOVE WS-EX-N TO WS-EX-ED-A
011540     STRING "FATORE " FUNCTION TRIM(WS-EX-ED-A)
011550         DELIMITED BY SIZE INTO WS-EX-PERGUNTA
011560     MOVE 1 TO WS-EX-PTR
011570     MOVE WS-EX-N TO WS-N-REMAIN
011580     PERFORM 5550-TRY-FACTOR THRU 5550-EXIT
011590         VARYING I FROM 2 BY 1
011600         UNTIL I * I > WS-N-REMAIN
011610     IF WS-N-REMAIN > 1
011620         MOVE WS-N-REMAIN TO WS-FATOR-BASE
011630         MOVE 1 TO WS-FATOR-EXP
011640         PERFORM 5570-APPEND-FACTOR
011650     END-IF.
011660 5500-EXIT.
011670     EXIT.
011680
011690 5550-TRY-FACTOR.
011700     IF FUNCTION MOD(WS-N-REMAIN, I) NOT = 0
011710         GO TO 5550-EXIT
011720     END-IF
011730     MOVE I TO WS-FATOR-BASE
011740     MOVE ZERO TO WS-FATOR-EXP
011750     PERFORM 3650-DIVIDE-OUT THRU 3650-EXIT
011760         UNTIL FUNCTION MOD(WS-N-REMAIN, I) NOT = 0
011770     PERFORM 5570-APPEND-FACTOR.
011780 5550-EXIT.
011790     EXIT.
011800
011810 5570-APPEND-FACTOR.
011820     IF WS-EX-PTR > 1
011830         STRING " X " DELIMITED BY SIZE
011840             INTO WS-EX-RESPOSTA WITH POINTER WS-EX-PTR
011850     END-IF
011860     MOVE WS-FATOR-BASE TO WS-EX-ED-A
011870     STRING FUNCTION TRIM(WS-EX-ED-A) DELIMITED BY SIZE
011880         INTO WS-EX-RESPOSTA WITH POINTER WS-EX-PTR
011890     IF WS-FATOR-EXP > 1
011900         MOVE WS-FATOR-EXP TO WS-EX-ED-EXP
011910         STRING "^" FUNCTION TRIM(WS-EX-ED-EXP)
011920             DELIMITED BY SIZE
011930             INTO WS-EX-RESPOSTA WITH POINTER WS-EX-PTR
011940     END-IF.
011950
011960******************************************************************
011970*  5600-ITEM-MDC-MMC
011980*  PAR DE NUMEROS DA FAIXA. NO MDC O SEGUNDO NUMERO E ACERTADO
011990*  PARA UM MULTIPLO DO MENOR FATOR PRIMO DO PRIMEIRO - PAR
012000*  SORTEADO SOLTO DARIA MDC 1 NA MAIORIA DOS ITENS.
012010******************************************************************
012020 5600-ITEM-MDC-MMC.
012030     PERFORM 5150-NEXT-RANDOM
012040     MOVE WS-EX-PICK TO WS-EX-A
012050     PERFORM 5150-NEXT-RANDOM
012060     MOVE WS-EX-PICK TO WS-EX-B
012070     IF PPARM-MDC
012080         PERFORM 5650-SMALLEST-FACTOR THRU 5650-EXIT
012090         DIVIDE WS-EX-B BY WS-EX-G GIVING WS-EX-QUOC
012100             REMAINDER WS-EX-REM
012110         SUBTRACT WS-EX-REM FROM WS-EX-B
012120         IF WS-EX-B < WS-EX-LOW OR WS-EX-B = WS-EX-A
012130             ADD WS-EX-G TO WS-EX-B
012140         END-IF
012150     END-IF
012160     MOVE WS-EX-A TO WS-EX-R1
012170     MOVE WS-EX-B TO WS-EX-R2
012180     PERFORM 5680-EUCLID-STEP THRU 5680-EXIT
012190         UNTIL WS-EX-R2 = ZERO
012200     MOVE WS-EX-A TO WS-EX-ED-A
012210     MOVE WS-EX-B TO WS-EX-ED-B
012220     IF PPARM-MDC
012230         MOVE WS-EX-R1 TO WS-EX-ED-RESP
012240         STRING "MDC(" FUNCTION TRIM(WS-EX-ED-A) ", "
012250                FUNCTION TRIM(WS-EX-ED-B) ")"
012260             DELIMITED BY SIZE INTO WS-EX-PERGUNTA
012270     ELSE
012280         DIVIDE WS-EX-A BY WS-EX-R1 GIVING WS-EX-QUOC
012290         MULTIPLY WS-EX-QUOC BY WS-EX-B GIVING WS-EX-MMC
012300         MOVE WS-EX-MMC TO WS-EX-ED-RESP
012310         STRING "MMC(" FUNCTION TRIM(WS-EX-ED-A) ", "
012320                FUNCTION TRIM(WS-EX-ED-B) ")"
012330             DELIMITED BY SIZE INTO WS-EX-PERGUNTA
012340     END-IF
012350     MOVE FUNCTION TRIM(WS-EX-ED-RESP) TO WS-EX-RESPOSTA.
012360 5600-EXIT.
012370     EXIT.
012380
012390 5650-SMALLEST-FACTOR.
012400     MOVE WS-EX-A TO WS-EX-G
012410     PERFORM 5660-TRY-SMALL THRU 5660-EXIT
012420         VARYING I FROM 2 BY 1
012430         UNTIL I * I > WS-EX-A OR WS-EX-G NOT = WS-EX-A.
012440 5650-EXIT.
012450     EXIT.
012460
012470 5660-TRY-SMALL.
012480     DIVIDE WS-EX-A BY I GIVING WS-EX-QUOC REMAINDER WS-EX-REM
012490     IF WS-EX-REM = ZERO
012500         MOVE I TO WS-EX-G
012510     END-IF.
012520 5660-EXIT.
012530     EXIT.
012540
012550 5680-EUCLID-STEP.
012560     DIVIDE WS-EX-R1 BY WS-EX-R2 GIVING WS-EX-QUOC
012570         REMAINDER WS-EX-REM
012580     MOVE WS-EX-R2  TO WS-EX-R1
012590     MOVE WS-EX-REM TO WS-EX-R2.
012600 5680-EXIT.
012610     EXIT.
012620
012630******************************************************************
012640*  5150-NEXT-RANDOM
012650*  GERADOR CONGRUENTE (SEMENTE X 75 + 74, MOD 65537) E O NUMERO
012660*  DA FAIXA DO NIVEL QUE SAI DELE.
012670******************************************************************
012680 5150-NEXT-RANDOM.
012690     MULTIPLY WS-EX-SEED BY 75 GIVING WS-EX-WORK
012700     ADD 74 TO WS-EX-WORK
012710     DIVIDE WS-EX-WORK BY 65537 GIVING WS-EX-QUOC
012720         REMAINDER WS-EX-SEED
012730     DIVIDE WS-EX-SEED BY WS-EX-SPAN GIVING WS-EX-QUOC
012740         REMAINDER WS-EX-REM
012750     ADD WS-EX-LOW WS-EX-REM GIVING WS-EX-PICK.
012760
012770*    PRIMALIDADE DOS NUMEROS PEQUENOS DA FOLHA (ATE 9999) -
012780*    DIVISAO DE TENTATIVA ATE A RAIZ, SEM PRE-TESTE NEM CACHE.
012790 5800-TEST-PRIMO.
012800     MOVE "N" TO WS-EX-PRIMO-SW
012810     IF WS-EX-N < 2
012820         GO TO 5800-EXIT
012830     END-IF
012840     MOVE "Y" TO WS-EX-PRIMO-SW
012850     PERFORM 5810-TRY-DIVISOR THRU 5810-EXIT
012860         VARYING I FROM 2 BY 1
012870         UNTIL I * I > WS-EX-N OR NOT WS-EX-E-PRIMO.
012880 5800-EXIT.
012890     EXIT.
012900
012910 5810-TRY-DIVISOR.
012920     DIVIDE WS-EX-N BY I GIVING WS-EX-QUOC REMAINDER WS-EX-REM
012930     IF WS-EX-REM = ZERO
012940         MOVE "N" TO WS-EX-PRIMO-SW
012950     END-IF.
012960 5810-EXIT.
012970     EXIT.
012980
012990******************************************************************
013000*  7100-WRITE-EXERCISE-AUDIT
013010*  UM REGISTRO POR PARTE DE FOLHA GERADA NA TRILHA DE AUDITORIA.
013020******************************************************************
013030 7100-WRITE-EXERCISE-AUDIT.
013040     MOVE "PRIMO"            TO AUDIT-PROGRAM-ID
013050     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
013060     ACCEPT AUDIT-TIME FROM TIME
013070     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
013080     MOVE WS-EX-FOLHA-ATUAL   TO AUDIT-KEY
013090     MOVE SPACES              TO AUDIT-DETAIL
013100     STRING "FOLHA TURMA=" PPARM-TURMA " TIPO=" PPARM-TIPO
013110            " NIVEL=" PPARM-NIVEL " ITENS=" PPARM-QTDE
013120            " ATE ITEM " WS-EX-ITEM
013130         DELIMITED BY SIZE INTO AUDIT-DETAIL
013140     CALL "AUDITWR" USING AUDIT-RECORD.
013150
013160******************************************************************
013170*  8000-READ-NUMBER
013180*  LE O PROXIMO NUMERO A TESTAR.
013190******************************************************************
013200 8000-READ-NUMBER.
013210     READ NUMBER-CHECK-FILE
013220         AT END
013230             MOVE "Y" TO WS-EOF-SW
013240     END-READ.
013250
013260******************************************************************
013270*  8500-READ-RANGE
013280*  LE A PROXIMA FAIXA A LISTAR.
013290******************************************************************
013300 8500-READ-RANGE.
013310     READ RANGE-FILE
013320         AT END
013330             MOVE "Y" TO WS-RANGE-EOF-SW
013340     END-READ.
013350
013360******************************************************************
013370*  8700-READ-PRIME-PARM
013380*  LE O PROXIMO PEDIDO DE FOLHA DE EXERCICIO.
013390******************************************************************
013400 8700-READ-PRIME-PARM.
013410     READ PRIME-PARM-FILE
013420         AT END
013430             MOVE "Y" TO WS-PPARM-EOF-SW
013440     END-READ.
