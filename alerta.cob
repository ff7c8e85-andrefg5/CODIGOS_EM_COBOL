000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ALERTA.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCOLA - COORDENACAO PEDAGOGICA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  ALERTA.CBL
000090*  ALERTA SEMANAL DE EVASAO. O CARTAS ESCREVE AOS PAIS QUANDO O
000100*  ALUNO JA REPROVOU E O COBERTUR SO ACHA QUEM FICOU SEM NOTA;
000110*  ESTE PROGRAMA PONTUA TODO ALUNO ATIVO PELOS SINAIS QUE
000120*  APARECEM ANTES DISSO, PARA A COORDENACAO LIGAR PARA A FAMILIA
000130*  ANTES DO FECHAMENTO DO PERIODO:
000140*    - QUEDA DA FREQUENCIA NA SEMANA CONTRA A SEMANA ANTERIOR
000150*      (ATTEND DATADO PELO FREQCAP; PRESENCAS MAIS FALTAS
000160*      JUSTIFICADAS SOBRE AULAS DADAS, COMO NO MEDIAPONDERADA);
000170*    - DISCIPLINAS CUJA ULTIMA MEDIA NO HISTNOTA ESTA ABAIXO DO
000180*      CORTE;
000190*    - MENSALIDADES VENCIDAS EM ABERTO (MENSCHG, MESES ANTERIORES
000200*      AO DA DATA DE REFERENCIA);
000210*    - DIAS DE AULA SEGUIDOS, ATE O MAIS RECENTE, COM FALTA SEM
000220*      JUSTIFICATIVA (NENHUMA PRESENCA NEM JUSTIFICATIVA NO DIA).
000230*  OS PESOS ESTAO NO RISCPARM (COPYBOOK RISCPARMREC). O RISCORPT
000240*  SAI EM ORDEM DECRESCENTE DE PONTOS, COM OS MOTIVOS DE CADA
000250*  ALUNO E OS PONTOS DA EXECUCAO ANTERIOR. CADA EXECUCAO GRAVA OS
000260*  PONTOS DE TODOS OS ATIVOS NO RISCOHST (COPYBOOK RISCOREC) - UMA
000270*  SEGUNDA EXECUCAO NA MESMA DATA SO REEMITE O RELATORIO.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RISK-PARM-FILE ASSIGN TO "RISCPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-RPARM-FILE-STATUS.
000390     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-ALM-FILE-STATUS.
000420     SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-ATT-FILE-STATUS.
000450     SELECT GRADE-HISTORY-FILE ASSIGN TO "HISTNOTA"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS WS-HIST-FILE-STATUS.
000480     SELECT TUITION-CHARGE-FILE ASSIGN TO "MENSCHG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS  IS WS-MENS-FILE-STATUS.
000510     SELECT RISK-HISTORY-FILE ASSIGN TO "RISCOHST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS WS-RISC-FILE-STATUS.
000540     SELECT RISK-REPORT-FILE ASSIGN TO "RISCORPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RISK-PARM-FILE
000620     RECORDING MODE IS F.
000630     COPY RISCPARMREC.
000640 FD  STUDENT-MASTER-FILE
000650     RECORDING MODE IS F.
000660     COPY ALUNOREC.
000670 FD  ATTENDANCE-FILE
000680     RECORDING MODE IS F.
000690     COPY ATTENDREC.
000700 FD  GRADE-HISTORY-FILE
000710     RECORDING MODE IS F.
000720     COPY HISTREC.
000730 FD  TUITION-CHARGE-FILE
000740     RECORDING MODE IS F.
000750     COPY MENSREC.
000760 FD  RISK-HISTORY-FILE
000770     RECORDING MODE IS F.
000780     COPY RISCOREC.
000790 FD  RISK-REPORT-FILE
000800     RECORDING MODE IS F.
000810 01  REPORT-LINE                 PIC X(80).
000820 FD  AUDIT-LOG-FILE
000830     RECORDING MODE IS F.
000840     COPY AUDITREC.
000850 WORKING-STORAGE SECTION.
000860 01  WS-SWITCHES.
000870     05  WS-RPARM-FILE-STATUS    PIC X(02)   VALUE "00".
000880     05  WS-ALM-FILE-STATUS      PIC X(02)   VALUE "00".
000890     05  WS-ATT-FILE-STATUS      PIC X(02)   VALUE "00".
000900     05  WS-HIST-FILE-STATUS     PIC X(02)   VALUE "00".
000910     05  WS-MENS-FILE-STATUS     PIC X(02)   VALUE "00".
000920     05  WS-RISC-FILE-STATUS     PIC X(02)   VALUE "00".
000930     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000940     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000950         88  WS-EOF                          VALUE "Y".
000960     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000970         88  WS-SIGNON-VALID                 VALUE "Y".
000980     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000990         88  WS-FOUND                        VALUE "Y".
001000     05  WS-RECUSA-SW            PIC X(01)   VALUE "N".
001010         88  WS-RECUSADA                     VALUE "Y".
001020     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
001030         88  WS-OVERFLOW                     VALUE "Y".
001040     05  WS-JA-GRAVADO-SW        PIC X(01)   VALUE "N".
001050         88  WS-JA-GRAVADO                   VALUE "Y".
001060     05  WS-SEGUIDA-SW           PIC X(01)   VALUE "N".
001070         88  WS-SEGUIDA-ACABOU               VALUE "Y".
001080 01  WS-MSG-CODE-WK              PIC X(08).
001090 01  WS-MSG-TEXT-WK              PIC X(60).
001100 01  WS-OPERATOR-ID              PIC X(08).
001110 01  WS-OPERATOR-PIN             PIC X(04).
001120 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001130 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001140     88  WS-AUTHORIZED                       VALUE "Y".
001150 01  WS-COND-CODE                PIC 9(02)   VALUE ZERO.
001160 01  WS-RUN-STAMP-DISP           PIC X(30).
001170     COPY RUNSTAMP.
001180
001190******************************************************************
001200*  INTERFACE DO ESCRITOR COMPARTILHADO (ROTINA RELATORIO).
001210******************************************************************
001220 01  WS-RPT-ACTION               PIC X(01).
001230 01  WS-RPT-TITLE                PIC X(60).
001240 01  WS-RPT-COLHEAD              PIC X(80).
001250 01  WS-RPT-OUT-LINES.
001260     05  WS-RPT-OUT-LINE OCCURS 5 TIMES PIC X(80).
001270 01  WS-RPT-OUT-COUNT            PIC 9(01).
001280 01  WS-RPT-SUB                  PIC 9(01).
001290
001300******************************************************************
001310*  PESOS DO ALERTA - PADROES QUANDO O RISCPARM NAO TEM O CAMPO.
001320******************************************************************
001330 01  WS-QUEDA-PONTOS             PIC 9(03)   VALUE 010.
001340 01  WS-PESO-QUEDA               PIC 9(03)   VALUE 030.
001350 01  WS-NOTA-CORTE               PIC 99V99   VALUE 06.00.
001360 01  WS-PESO-NOTA                PIC 9(03)   VALUE 015.
001370 01  WS-PESO-MES                 PIC 9(03)   VALUE 010.
001380 01  WS-FALTAS-SEGUIDAS          PIC 9(02)   VALUE 03.
001390 01  WS-PESO-FALTAS              PIC 9(03)   VALUE 025.
001400 01  WS-RISCO-ALTO               PIC 9(03)   VALUE 050.
001410 01  WS-RISCO-MEDIO              PIC 9(03)   VALUE 025.
001420
001430 01  WS-IN-DATA                  PIC X(08).
001440 01  WS-REF-DATA                 PIC 9(08).
001450 01  WS-REF-MES                  PIC X(06).
001460 01  WS-DATA-NUM                 PIC 9(08).
001470 01  WS-DIA-REF                  PIC 9(07).
001480 01  WS-DIA-WK                   PIC 9(07).
001490 01  WS-DIAS-ATRAS               PIC S9(07).
001500 01  WS-NEW-STAMP                PIC X(16).
001510 01  WS-SCAN                     PIC 9(04).
001520 01  WS-POS                      PIC 9(04).
001530 01  WS-SLOT                     PIC 9(02).
001540 01  WS-SLOT-MENOR               PIC 9(02).
001550 01  WS-CURSOR                   PIC X(08).
001560 01  WS-MAIOR-DATA               PIC X(08).
001570 01  WS-MAIOR-SLOT               PIC 9(02).
001580 01  WS-GUARD                    PIC 9(02).
001590 01  WS-MAIOR-PONTOS             PIC 9(03).
001600 01  WS-PCT-WK                   PIC 9(07).
001610 01  WS-QUEDA                    PIC 9(03).
001620 01  WS-PONTOS-WK                PIC 9(05).
001630 01  WS-DELTA                    PIC S9(03).
001640 01  WS-DELTA-ED                 PIC +ZZ9.
001650 01  WS-NIVEL-DESC               PIC X(05).
001660 01  WS-ANT-DESC                 PIC X(20).
001670 01  WS-CORTE-ED                 PIC Z9.99.
001680 01  WS-MP-ED                    PIC Z9.99.
001690 01  WS-DISC-LISTA               PIC X(50).
001700 01  WS-DISC-PTR                 PIC 9(03).
001710 01  WS-LISTADOS                 PIC 9(04)   VALUE ZERO.
001720 01  WS-ALTOS                    PIC 9(04)   VALUE ZERO.
001730 01  WS-MEDIOS                   PIC 9(04)   VALUE ZERO.
001740 01  WS-BAIXOS                   PIC 9(04)   VALUE ZERO.
001750 01  WS-GRAVADOS                 PIC 9(04)   VALUE ZERO.
001760
001770******************************************************************
001780*  ALUNOS ATIVOS E OS INDICADORES APURADOS DE CADA UM. OS DEZ
001790*  DIAS DE AULA MAIS RECENTES FICAM NA PROPRIA ENTRADA PARA A
001800*  CONTAGEM DAS FALTAS SEGUIDAS.
001810******************************************************************
001820 01  WS-AL-TABLE.
001830     05  WS-AL-ENTRY OCCURS 500 TIMES
001840                     INDEXED BY WS-AL-IDX.
001850         10  WS-AL-ID            PIC X(08).
001860         10  WS-AL-NOME          PIC X(30).
001870         10  WS-AL-TURMA         PIC X(06).
001880         10  WS-AL-ANO           PIC X(04).
001890         10  WS-AL-DADAS-ANT     PIC 9(05).
001900         10  WS-AL-VAL-ANT       PIC 9(05).
001910         10  WS-AL-DADAS-ATU     PIC 9(05).
001920         10  WS-AL-VAL-ATU       PIC 9(05).
001930         10  WS-AL-FREQ-ANT      PIC 9(03).
001940         10  WS-AL-FREQ-ATU      PIC 9(03).
001950         10  WS-AL-DISC-ABAIXO   PIC 9(02).
001960         10  WS-AL-MESES         PIC 9(02).
001970         10  WS-AL-SEGUIDAS      PIC 9(02).
001980         10  WS-AL-PONTOS        PIC 9(03).
001990         10  WS-AL-NIVEL         PIC X(01).
002000         10  WS-AL-ANT-DATA      PIC X(08).
002010         10  WS-AL-ANT-PONTOS    PIC 9(03).
002020         10  WS-AL-IMPRESSO      PIC X(01).
002030         10  WS-AL-DIAS          PIC 9(02).
002040         10  WS-AL-DIA OCCURS 10 TIMES.
002050             15  WS-AL-DIA-DATA  PIC X(08).
002060             15  WS-AL-DIA-FALTA PIC X(01).
002070 01  WS-AL-COUNT                 PIC 9(04)   VALUE ZERO.
002080
002090******************************************************************
002100*  ULTIMA MEDIA DE CADA ALUNO/DISCIPLINA NO HISTNOTA (EMISSAO DE
002110*  CARIMBO MAIS RECENTE, QUALQUER QUE SEJA O PERIODO).
002120******************************************************************
002130 01  WS-H-TABLE.
002140     05  WS-H-ENTRY OCCURS 5000 TIMES
002150                    INDEXED BY WS-H-IDX.
002160         10  WS-H-ALUNO          PIC X(08).
002170         10  WS-H-DISC           PIC X(08).
002180         10  WS-H-MP             PIC 99V99.
002190         10  WS-H-STAMP          PIC X(16).
002200 01  WS-H-COUNT                  PIC 9(04)   VALUE ZERO.
002210
002220 PROCEDURE DIVISION.
002230
002240 0000-MAINLINE.
002250     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002260*    RELATORIO DA COORDENACAO - EXIGE NIVEL 5 PELO OPAUTH.
002270     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002280                         WS-AUTHORIZED-SW
002290     IF NOT WS-AUTHORIZED
002300         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002310         MOVE 8 TO RETURN-CODE
002320         STOP RUN
002330     END-IF
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350     IF WS-RECUSADA
002360         MOVE 8 TO RETURN-CODE
002370         STOP RUN
002380     END-IF
002390     IF WS-OVERFLOW
002400         DISPLAY "ARQUIVO DE ENTRADA MAIOR QUE A TABELA - ALERTA"
002410                 " RECUSADO, NADA GRAVADO"
002420         MOVE 8 TO RETURN-CODE
002430         STOP RUN
002440     END-IF
002450     PERFORM 2000-PONTUA-ALUNO THRU 2000-EXIT
002460         VARYING WS-SCAN FROM 1 BY 1
002470         UNTIL WS-SCAN > WS-AL-COUNT
002480     PERFORM 3000-RELATORIO
002490     PERFORM 4000-FINALIZE
002500     MOVE WS-COND-CODE TO RETURN-CODE
002510     STOP RUN.
002520
002530******************************************************************
002540*  0010-SIGN-ON
002550*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002560*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002570******************************************************************
002580 0010-SIGN-ON.
002590     MOVE "N" TO WS-SIGNON-VALID-SW
002600     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002610         UNTIL WS-SIGNON-VALID.
002620 0010-EXIT.
002630     EXIT.
002640
002650 0020-PROMPT-SIGNON.
002660     MOVE "SGN-001" TO WS-MSG-CODE-WK
002670     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002680     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002690     ACCEPT WS-OPERATOR-ID
002700     MOVE "SGN-002" TO WS-MSG-CODE-WK
002710     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002720     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002730     ACCEPT WS-OPERATOR-PIN
002740     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002750                           WS-SIGNON-VALID-SW
002760     IF NOT WS-SIGNON-VALID
002770         MOVE "SGN-003" TO WS-MSG-CODE-WK
002780         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002790         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002800     END-IF.
002810 0020-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*  0100-OPEN-AUDIT-LOG-FILE
002860*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002870*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002880******************************************************************
002890 0100-OPEN-AUDIT-LOG-FILE.
002900     OPEN EXTEND AUDIT-LOG-FILE
002910     IF WS-AUDIT-FILE-STATUS = "35"
002920         OPEN OUTPUT AUDIT-LOG-FILE
002930         CLOSE AUDIT-LOG-FILE
002940         OPEN EXTEND AUDIT-LOG-FILE
002950     END-IF.
002960
002970******************************************************************
002980*  1000-INITIALIZE
002990*  PEDE A DATA DE REFERENCIA (ULTIMO DIA DA SEMANA APURADA) E
003000*  CARREGA OS PESOS, OS ALUNOS ATIVOS, A FREQUENCIA, AS NOTAS,
003010*  AS MENSALIDADES E O HISTORICO DO ALERTA.
003020******************************************************************
003030 1000-INITIALIZE.
003040     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003050     ACCEPT RUN-STAMP-ID   FROM TIME
003060     MOVE SPACES TO WS-RUN-STAMP-DISP
003070     STRING "EXECUCAO " DELIMITED BY SIZE
003080            RUN-STAMP-DATE DELIMITED BY SIZE
003090            " " DELIMITED BY SIZE
003100            RUN-STAMP-ID DELIMITED BY SIZE
003110         INTO WS-RUN-STAMP-DISP
003120     DISPLAY "DATA DE REFERENCIA (AAAAMMDD, BRANCO=HOJE):"
003130     ACCEPT WS-IN-DATA
003140     IF WS-IN-DATA = SPACES
003150         MOVE RUN-STAMP-DATE TO WS-IN-DATA
003160     END-IF
003170     IF WS-IN-DATA NOT NUMERIC
003180         DISPLAY "DATA INVALIDA - ALERTA RECUSADO"
003190         MOVE "Y" TO WS-RECUSA-SW
003200         GO TO 1000-EXIT
003210     END-IF
003220     MOVE WS-IN-DATA TO WS-REF-DATA
003230     MOVE WS-IN-DATA(1:6) TO WS-REF-MES
003240     COMPUTE WS-DIA-REF = FUNCTION INTEGER-OF-DATE(WS-REF-DATA)
003250     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
003260     PERFORM 1200-LOAD-ALUNOS THRU 1200-EXIT
003270     IF WS-RECUSADA
003280         GO TO 1000-EXIT
003290     END-IF
003300     PERFORM 1300-LOAD-FREQUENCIA THRU 1300-EXIT
003310     PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
003320     PERFORM 1500-LOAD-MENSALIDADES THRU 1500-EXIT
003330     PERFORM 1600-LOAD-RISCOS THRU 1600-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*  1100-LOAD-PARM
003390*  LE O REGISTRO DO RISCPARM. CAMPO AUSENTE OU NAO NUMERICO FICA
003400*  COM O PADRAO.
003410******************************************************************
003420 1100-LOAD-PARM.
003430     OPEN INPUT RISK-PARM-FILE
003440     IF WS-RPARM-FILE-STATUS NOT = "00"
003450         DISPLAY "RISCPARM NAO ENCONTRADO - VALEM OS PADROES"
003460         GO TO 1100-EXIT
003470     END-IF
003480     READ RISK-PARM-FILE
003490         AT END
003500             DISPLAY "RISCPARM VAZIO - VALEM OS PADROES"
003510             CLOSE RISK-PARM-FILE
003520             GO TO 1100-EXIT
003530     END-READ
003540     IF RPARM-QUEDA-PONTOS NUMERIC
003550         MOVE RPARM-QUEDA-PONTOS TO WS-QUEDA-PONTOS
003560     END-IF
003570     IF RPARM-PESO-QUEDA NUMERIC
003580         MOVE RPARM-PESO-QUEDA TO WS-PESO-QUEDA
003590     END-IF
003600     IF RPARM-NOTA-CORTE NUMERIC
003610         MOVE RPARM-NOTA-CORTE TO WS-NOTA-CORTE
003620     END-IF
003630     IF RPARM-PESO-NOTA NUMERIC
003640         MOVE RPARM-PESO-NOTA TO WS-PESO-NOTA
003650     END-IF
003660     IF RPARM-PESO-MES NUMERIC
003670         MOVE RPARM-PESO-MES TO WS-PESO-MES
003680     END-IF
003690     IF RPARM-FALTAS-SEGUIDAS NUMERIC
003700         AND RPARM-FALTAS-SEGUIDAS > ZERO
003710         MOVE RPARM-FALTAS-SEGUIDAS TO WS-FALTAS-SEGUIDAS
003720     END-IF
003730     IF RPARM-PESO-FALTAS NUMERIC
003740         MOVE RPARM-PESO-FALTAS TO WS-PESO-FALTAS
003750     END-IF
003760     IF RPARM-RISCO-ALTO NUMERIC
003770         MOVE RPARM-RISCO-ALTO TO WS-RISCO-ALTO
003780     END-IF
003790     IF RPARM-RISCO-MEDIO NUMERIC
003800         MOVE RPARM-RISCO-MEDIO TO WS-RISCO-MEDIO
003810     END-IF
003820     CLOSE RISK-PARM-FILE.
003830 1100-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870*  1200-LOAD-ALUNOS
003880*  CARREGA OS ALUNOS ATIVOS, COM OS INDICADORES ZERADOS.
003890******************************************************************
003900 1200-LOAD-ALUNOS.
003910     OPEN INPUT STUDENT-MASTER-FILE
003920     IF WS-ALM-FILE-STATUS NOT = "00"
003930         DISPLAY "ALUNMAST INDISPONIVEL - ALERTA RECUSADO"
003940         MOVE "Y" TO WS-RECUSA-SW
003950         GO TO 1200-EXIT
003960     END-IF
003970     MOVE "N" TO WS-EOF-SW
003980     PERFORM 1210-READ-ALUNO THRU 1210-EXIT
003990         UNTIL WS-EOF
004000     CLOSE STUDENT-MASTER-FILE.
004010 1200-EXIT.
004020     EXIT.
004030
004040 1210-READ-ALUNO.
004050     READ STUDENT-MASTER-FILE
004060         AT END
004070             MOVE "Y" TO WS-EOF-SW
004080             GO TO 1210-EXIT
004090     END-READ
004100     IF NOT ALUNO-ATIVO
004110         GO TO 1210-EXIT
004120     END-IF
004130     IF WS-AL-COUNT >= 500
004140         MOVE "Y" TO WS-OVERFLOW-SW
004150         GO TO 1210-EXIT
004160     END-IF
004170     ADD 1 TO WS-AL-COUNT
004180     SET WS-AL-IDX TO WS-AL-COUNT
004190     INITIALIZE WS-AL-ENTRY(WS-AL-IDX)
004200     MOVE ALUNO-ID    TO WS-AL-ID(WS-AL-IDX)
004210     MOVE ALUNO-NOME  TO WS-AL-NOME(WS-AL-IDX)
004220     MOVE ALUNO-TURMA TO WS-AL-TURMA(WS-AL-IDX)
004230     MOVE ALUNO-ANO   TO WS-AL-ANO(WS-AL-IDX)
004240     MOVE "N"         TO WS-AL-IMPRESSO(WS-AL-IDX).
004250 1210-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*  1300-LOAD-FREQUENCIA
004300*  SO CONTA O LANCAMENTO DATADO ATE A DATA DE REFERENCIA: OS
004310*  SETE DIAS ATE ELA SAO A SEMANA ATUAL, OS SETE ANTERIORES A
004320*  SEMANA ANTERIOR; CADA DIA DE AULA ENTRA TAMBEM NA LISTA DOS
004330*  DEZ MAIS RECENTES DO ALUNO.
004340******************************************************************
004350 1300-LOAD-FREQUENCIA.
004360     OPEN INPUT ATTENDANCE-FILE
004370     IF WS-ATT-FILE-STATUS NOT = "00"
004380         DISPLAY "ATTEND INDISPONIVEL - SEM INDICADORES DE "
004390                 "FREQUENCIA"
004400         GO TO 1300-EXIT
004410     END-IF
004420     MOVE "N" TO WS-EOF-SW
004430     PERFORM 1310-READ-ATTEND THRU 1310-EXIT
004440         UNTIL WS-EOF
004450     CLOSE ATTENDANCE-FILE.
004460 1300-EXIT.
004470     EXIT.
004480
004490 1310-READ-ATTEND.
004500     READ ATTENDANCE-FILE
004510         AT END
004520             MOVE "Y" TO WS-EOF-SW
004530             GO TO 1310-EXIT
004540     END-READ
004550     IF ATT-DATA NOT NUMERIC
004560         OR ATT-AULAS-DADAS NOT NUMERIC
004570         OR ATT-AULAS-PRESENTES NOT NUMERIC
004580         OR ATT-DATA > WS-IN-DATA
004590         GO TO 1310-EXIT
004600     END-IF
004610     IF ATT-AULAS-DADAS = ZERO
004620         GO TO 1310-EXIT
004630     END-IF
004640     IF ATT-FALTAS-JUST NOT NUMERIC
004650         MOVE ZERO TO ATT-FALTAS-JUST
004660     END-IF
004670     MOVE ATT-ALUNO-ID TO WS-CURSOR
004680     PERFORM 1900-FIND-ALUNO THRU 1900-EXIT
004690     IF WS-POS = ZERO
004700         GO TO 1310-EXIT
004710     END-IF
004720     SET WS-AL-IDX TO WS-POS
004730     MOVE ATT-DATA TO WS-DATA-NUM
004740     COMPUTE WS-DIA-WK = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
004750     COMPUTE WS-DIAS-ATRAS = WS-DIA-REF - WS-DIA-WK
004760     EVALUATE TRUE
004770         WHEN WS-DIAS-ATRAS < 7
004780             ADD ATT-AULAS-DADAS TO WS-AL-DADAS-ATU(WS-AL-IDX)
004790             ADD ATT-AULAS-PRESENTES
004800                 TO WS-AL-VAL-ATU(WS-AL-IDX)
004810             ADD ATT-FALTAS-JUST TO WS-AL-VAL-ATU(WS-AL-IDX)
004820         WHEN WS-DIAS-ATRAS < 14
004830             ADD ATT-AULAS-DADAS TO WS-AL-DADAS-ANT(WS-AL-IDX)
004840             ADD ATT-AULAS-PRESENTES
004850                 TO WS-AL-VAL-ANT(WS-AL-IDX)
004860             ADD ATT-FALTAS-JUST TO WS-AL-VAL-ANT(WS-AL-IDX)
004870     END-EVALUATE
004880     PERFORM 1350-GUARDA-DIA THRU 1350-EXIT.
004890 1310-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930*  1350-GUARDA-DIA
004940*  GUARDA O DIA DE AULA NA LISTA DOS DEZ MAIS RECENTES DO ALUNO.
004950*  O DIA JA GUARDADO SO FICA COMO FALTA SE TODOS OS SEUS
004960*  LANCAMENTOS FOREM FALTA; COM A LISTA CHEIA, O DIA MAIS NOVO
004970*  TOMA O LUGAR DO MAIS ANTIGO.
004980******************************************************************
004990 1350-GUARDA-DIA.
005000     MOVE "N" TO WS-FOUND-SW
005010     PERFORM 1360-MATCH-DIA THRU 1360-EXIT
005020         VARYING WS-SLOT FROM 1 BY 1
005030         UNTIL WS-SLOT > WS-AL-DIAS(WS-AL-IDX) OR WS-FOUND
005040     IF WS-FOUND
005050         GO TO 1350-EXIT
005060     END-IF
005070     IF WS-AL-DIAS(WS-AL-IDX) < 10
005080         ADD 1 TO WS-AL-DIAS(WS-AL-IDX)
005090         MOVE WS-AL-DIAS(WS-AL-IDX) TO WS-SLOT
005100     ELSE
005110         MOVE 1 TO WS-SLOT-MENOR
005120         PERFORM 1370-ACHA-MAIS-ANTIGO THRU 1370-EXIT
005130             VARYING WS-SLOT FROM 2 BY 1 UNTIL WS-SLOT > 10
005140         MOVE WS-SLOT-MENOR TO WS-SLOT
005150         IF ATT-DATA < WS-AL-DIA-DATA(WS-AL-IDX, WS-SLOT)
005160             GO TO 1350-EXIT
005170         END-IF
005180     END-IF
005190     MOVE ATT-DATA TO WS-AL-DIA-DATA(WS-AL-IDX, WS-SLOT)
005200     MOVE "N"      TO WS-AL-DIA-FALTA(WS-AL-IDX, WS-SLOT)
005210     IF ATT-AULAS-PRESENTES = ZERO AND ATT-FALTAS-JUST = ZERO
005220         MOVE "S" TO WS-AL-DIA-FALTA(WS-AL-IDX, WS-SLOT)
005230     END-IF.
005240 1350-EXIT.
005250     EXIT.
005260
005270 1360-MATCH-DIA.
005280     IF WS-AL-DIA-DATA(WS-AL-IDX, WS-SLOT) = ATT-DATA
005290         MOVE "Y" TO WS-FOUND-SW
005300         IF ATT-AULAS-PRESENTES > ZERO
005310             OR ATT-FALTAS-JUST > ZERO
005320             MOVE "N" TO WS-AL-DIA-FALTA(WS-AL-IDX, WS-SLOT)
005330         END-IF
005340     END-IF.
005350 1360-EXIT.
005360     EXIT.
005370
005380 1370-ACHA-MAIS-ANTIGO.
005390     IF WS-AL-DIA-DATA(WS-AL-IDX, WS-SLOT)
005400         < WS-AL-DIA-DATA(WS-AL-IDX, WS-SLOT-MENOR)
005410         MOVE WS-SLOT TO WS-SLOT-MENOR
005420     END-IF.
005430 1370-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*  1400-LOAD-HISTORY
005480*  GUARDA A MEDIA DA EMISSAO MAIS RECENTE DE CADA ALUNO/
005490*  DISCIPLINA. SEM O HISTNOTA NINGUEM PONTUA POR NOTA.
005500******************************************************************
005510 1400-LOAD-HISTORY.
005520     OPEN INPUT GRADE-HISTORY-FILE
005530     IF WS-HIST-FILE-STATUS NOT = "00"
005540         GO TO 1400-EXIT
005550     END-IF
005560     MOVE "N" TO WS-EOF-SW
005570     PERFORM 1410-READ-HISTORY THRU 1410-EXIT
005580         UNTIL WS-EOF
005590     CLOSE GRADE-HISTORY-FILE.
005600 1400-EXIT.
005610     EXIT.
005620
005630 1410-READ-HISTORY.
005640     READ GRADE-HISTORY-FILE
005650         AT END
005660             MOVE "Y" TO WS-EOF-SW
005670             GO TO 1410-EXIT
005680     END-READ
005690     IF HIST-MP NOT NUMERIC
005700         OR HIST-RUN-DATE > WS-IN-DATA
005710         GO TO 1410-EXIT
005720     END-IF
005730     MOVE SPACES TO WS-NEW-STAMP
005740     STRING HIST-RUN-DATE HIST-RUN-ID DELIMITED BY SIZE
005750         INTO WS-NEW-STAMP
005760     MOVE "N" TO WS-FOUND-SW
005770     PERFORM 1420-MATCH-HIST THRU 1420-EXIT
005780         VARYING WS-H-IDX FROM 1 BY 1
005790         UNTIL WS-H-IDX > WS-H-COUNT OR WS-FOUND
005800     IF WS-FOUND
005810         GO TO 1410-EXIT
005820     END-IF
005830     IF WS-H-COUNT >= 5000
005840         MOVE "Y" TO WS-OVERFLOW-SW
005850         GO TO 1410-EXIT
005860     END-IF
005870     ADD 1 TO WS-H-COUNT
005880     SET WS-H-IDX TO WS-H-COUNT
005890     MOVE HIST-ALUNO-ID   TO WS-H-ALUNO(WS-H-IDX)
005900     MOVE HIST-DISCIPLINA TO WS-H-DISC(WS-H-IDX)
005910     MOVE HIST-MP         TO WS-H-MP(WS-H-IDX)
005920     MOVE WS-NEW-STAMP    TO WS-H-STAMP(WS-H-IDX).
005930 1410-EXIT.
005940     EXIT.
005950
005960 1420-MATCH-HIST.
005970     IF WS-H-ALUNO(WS-H-IDX) = HIST-ALUNO-ID
005980         AND WS-H-DISC(WS-H-IDX) = HIST-DISCIPLINA
005990         MOVE "Y" TO WS-FOUND-SW
006000         IF WS-NEW-STAMP >= WS-H-STAMP(WS-H-IDX)
006010             MOVE HIST-MP      TO WS-H-MP(WS-H-IDX)
006020             MOVE WS-NEW-STAMP TO WS-H-STAMP(WS-H-IDX)
006030         END-IF
006040     END-IF.
006050 1420-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090*  1500-LOAD-MENSALIDADES
006100*  CONTA POR ALUNO AS COBRANCAS EM ABERTO DE MESES ANTERIORES AO
006110*  MES DA DATA DE REFERENCIA.
006120******************************************************************
006130 1500-LOAD-MENSALIDADES.
006140     OPEN INPUT TUITION-CHARGE-FILE
006150     IF WS-MENS-FILE-STATUS NOT = "00"
006160         GO TO 1500-EXIT
006170     END-IF
006180     MOVE "N" TO WS-EOF-SW
006190     PERFORM 1510-READ-MENSALIDADE THRU 1510-EXIT
006200         UNTIL WS-EOF
006210     CLOSE TUITION-CHARGE-FILE.
006220 1500-EXIT.
006230     EXIT.
006240
006250 1510-READ-MENSALIDADE.
006260     READ TUITION-CHARGE-FILE
006270         AT END
006280             MOVE "Y" TO WS-EOF-SW
006290             GO TO 1510-EXIT
006300     END-READ
006310     IF NOT MENS-ABERTA
006320         OR MENS-MES NOT < WS-REF-MES
006330         GO TO 1510-EXIT
006340     END-IF
006350     MOVE MENS-ALUNO-ID TO WS-CURSOR
006360     PERFORM 1900-FIND-ALUNO THRU 1900-EXIT
006370     IF WS-POS = ZERO
006380         GO TO 1510-EXIT
006390     END-IF
006400     SET WS-AL-IDX TO WS-POS
006410     IF WS-AL-MESES(WS-AL-IDX) < 99
006420         ADD 1 TO WS-AL-MESES(WS-AL-IDX)
006430     END-IF.
006440 1510-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480*  1600-LOAD-RISCOS
006490*  PROCURA NO RISCOHST OS PONTOS DA EXECUCAO ANTERIOR DE CADA
006500*  ALUNO. SE A DATA DE REFERENCIA JA FOI GRAVADA, ESTA EXECUCAO
006510*  SO REEMITE O RELATORIO.
006520******************************************************************
006530 1600-LOAD-RISCOS.
006540     OPEN INPUT RISK-HISTORY-FILE
006550     IF WS-RISC-FILE-STATUS NOT = "00"
006560         GO TO 1600-EXIT
006570     END-IF
006580     MOVE "N" TO WS-EOF-SW
006590     PERFORM 1610-READ-RISCO THRU 1610-EXIT
006600         UNTIL WS-EOF
006610     CLOSE RISK-HISTORY-FILE.
006620 1600-EXIT.
006630     EXIT.
006640
006650 1610-READ-RISCO.
006660     READ RISK-HISTORY-FILE
006670         AT END
006680             MOVE "Y" TO WS-EOF-SW
006690             GO TO 1610-EXIT
006700     END-READ
006710     IF RISC-DATA = WS-IN-DATA
006720         MOVE "Y" TO WS-JA-GRAVADO-SW
006730         GO TO 1610-EXIT
006740     END-IF
006750     IF RISC-DATA > WS-IN-DATA
006760         OR RISC-PONTOS NOT NUMERIC
006770         GO TO 1610-EXIT
006780     END-IF
006790     MOVE RISC-ALUNO-ID TO WS-CURSOR
006800     PERFORM 1900-FIND-ALUNO THRU 1900-EXIT
006810     IF WS-POS = ZERO
006820         GO TO 1610-EXIT
006830     END-IF
006840     SET WS-AL-IDX TO WS-POS
006850     IF RISC-DATA > WS-AL-ANT-DATA(WS-AL-IDX)
006860         OR WS-AL-ANT-DATA(WS-AL-IDX) = SPACES
006870         MOVE RISC-DATA   TO WS-AL-ANT-DATA(WS-AL-IDX)
006880         MOVE RISC-PONTOS TO WS-AL-ANT-PONTOS(WS-AL-IDX)
006890     END-IF.
006900 1610-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940*  1900-FIND-ALUNO
006950*  LOCALIZA WS-CURSOR ENTRE OS ATIVOS; WS-POS FICA ZERO SE NAO HA.
006960******************************************************************
006970 1900-FIND-ALUNO.
006980     MOVE ZERO TO WS-POS
006990     PERFORM 1910-MATCH-ALUNO THRU 1910-EXIT
007000         VARYING WS-AL-IDX FROM 1 BY 1
007010         UNTIL WS-AL-IDX > WS-AL-COUNT OR WS-POS > ZERO.
007020 1900-EXIT.
007030     EXIT.
007040
007050 1910-MATCH-ALUNO.
007060     IF WS-AL-ID(WS-AL-IDX) = WS-CURSOR
007070         SET WS-POS TO WS-AL-IDX
007080     END-IF.
007090 1910-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130*  2000-PONTUA-ALUNO
007140*  APURA OS QUATRO INDICADORES DO ALUNO, SOMA OS PONTOS E DA O
007150*  NIVEL DE RISCO.
007160******************************************************************
007170 2000-PONTUA-ALUNO.
007180     SET WS-AL-IDX TO WS-SCAN
007190     MOVE ZERO TO WS-PONTOS-WK
007200*    FREQUENCIA DAS DUAS SEMANAS (999 = SEMANA SEM AULA).
007210     MOVE 999 TO WS-AL-FREQ-ANT(WS-AL-IDX)
007220     MOVE 999 TO WS-AL-FREQ-ATU(WS-AL-IDX)
007230     IF WS-AL-DADAS-ANT(WS-AL-IDX) > ZERO
007240         MULTIPLY WS-AL-VAL-ANT(WS-AL-IDX) BY 100
007250             GIVING WS-PCT-WK
007260         DIVIDE WS-PCT-WK BY WS-AL-DADAS-ANT(WS-AL-IDX)
007270             GIVING WS-PCT-WK
007280         IF WS-PCT-WK > 100
007290             MOVE 100 TO WS-PCT-WK
007300         END-IF
007310         MOVE WS-PCT-WK TO WS-AL-FREQ-ANT(WS-AL-IDX)
007320     END-IF
007330     IF WS-AL-DADAS-ATU(WS-AL-IDX) > ZERO
007340         MULTIPLY WS-AL-VAL-ATU(WS-AL-IDX) BY 100
007350             GIVING WS-PCT-WK
007360         DIVIDE WS-PCT-WK BY WS-AL-DADAS-ATU(WS-AL-IDX)
007370             GIVING WS-PCT-WK
007380         IF WS-PCT-WK > 100
007390             MOVE 100 TO WS-PCT-WK
007400         END-IF
007410         MOVE WS-PCT-WK TO WS-AL-FREQ-ATU(WS-AL-IDX)
007420     END-IF
007430     IF WS-AL-FREQ-ANT(WS-AL-IDX) NOT = 999
007440         AND WS-AL-FREQ-ATU(WS-AL-IDX) NOT = 999
007450         AND WS-AL-FREQ-ATU(WS-AL-IDX)
007460             < WS-AL-FREQ-ANT(WS-AL-IDX)
007470         SUBTRACT WS-AL-FREQ-ATU(WS-AL-IDX)
007480             FROM WS-AL-FREQ-ANT(WS-AL-IDX) GIVING WS-QUEDA
007490         IF WS-QUEDA NOT < WS-QUEDA-PONTOS
007500             ADD WS-PESO-QUEDA TO WS-PONTOS-WK
007510         END-IF
007520     END-IF
007530*    DISCIPLINAS COM A ULTIMA MEDIA DO ANO ABAIXO DO CORTE.
007540     MOVE ZERO TO WS-AL-DISC-ABAIXO(WS-AL-IDX)
007550     PERFORM 2100-CONTA-NOTA THRU 2100-EXIT
007560         VARYING WS-H-IDX FROM 1 BY 1
007570         UNTIL WS-H-IDX > WS-H-COUNT
007580     COMPUTE WS-PONTOS-WK = WS-PONTOS-WK
007590         + WS-AL-DISC-ABAIXO(WS-AL-IDX) * WS-PESO-NOTA
007600     COMPUTE WS-PONTOS-WK = WS-PONTOS-WK
007610         + WS-AL-MESES(WS-AL-IDX) * WS-PESO-MES
007620*    FALTAS SEGUIDAS SEM JUSTIFICATIVA, DO DIA MAIS RECENTE PARA
007630*    TRAS, ATE O PRIMEIRO DIA COM PRESENCA OU JUSTIFICATIVA.
007640     MOVE ZERO TO WS-AL-SEGUIDAS(WS-AL-IDX)
007650     MOVE HIGH-VALUES TO WS-CURSOR
007660     MOVE "N" TO WS-SEGUIDA-SW
007670     PERFORM 2200-DIA-ANTERIOR THRU 2200-EXIT
007680         VARYING WS-GUARD FROM 1 BY 1
007690         UNTIL WS-GUARD > WS-AL-DIAS(WS-AL-IDX)
007700            OR WS-SEGUIDA-ACABOU
007710     IF WS-AL-SEGUIDAS(WS-AL-IDX) NOT < WS-FALTAS-SEGUIDAS
007720         ADD WS-PESO-FALTAS TO WS-PONTOS-WK
007730     END-IF
007740     IF WS-PONTOS-WK > 999
007750         MOVE 999 TO WS-PONTOS-WK
007760     END-IF
007770     MOVE WS-PONTOS-WK TO WS-AL-PONTOS(WS-AL-IDX)
007780     EVALUATE TRUE
007790         WHEN WS-AL-PONTOS(WS-AL-IDX) NOT < WS-RISCO-ALTO
007800             MOVE "A" TO WS-AL-NIVEL(WS-AL-IDX)
007810             ADD 1 TO WS-ALTOS
007820         WHEN WS-AL-PONTOS(WS-AL-IDX) NOT < WS-RISCO-MEDIO
007830             MOVE "M" TO WS-AL-NIVEL(WS-AL-IDX)
007840             ADD 1 TO WS-MEDIOS
007850         WHEN OTHER
007860             MOVE "B" TO WS-AL-NIVEL(WS-AL-IDX)
007870             ADD 1 TO WS-BAIXOS
007880     END-EVALUATE.
007890 2000-EXIT.
007900     EXIT.
007910
007920 2100-CONTA-NOTA.
007930     IF WS-H-ALUNO(WS-H-IDX) = WS-AL-ID(WS-AL-IDX)
007940         AND WS-H-STAMP(WS-H-IDX)(1:4) = WS-AL-ANO(WS-AL-IDX)
007950         AND WS-H-MP(WS-H-IDX) < WS-NOTA-CORTE
007960         ADD 1 TO WS-AL-DISC-ABAIXO(WS-AL-IDX)
007970     END-IF.
007980 2100-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020*  2200-DIA-ANTERIOR
008030*  ACHA O DIA GUARDADO MAIS RECENTE ANTES DE WS-CURSOR; FALTA
008040*  SOMA UM NA SEQUENCIA, PRESENCA ENCERRA A CONTAGEM.
008050******************************************************************
008060 2200-DIA-ANTERIOR.
008070     MOVE LOW-VALUES TO WS-MAIOR-DATA
008080     MOVE ZERO TO WS-MAIOR-SLOT
008090     PERFORM 2250-COMPARA-DIA THRU 2250-EXIT
008100         VARYING WS-SLOT FROM 1 BY 1
008110         UNTIL WS-SLOT > WS-AL-DIAS(WS-AL-IDX)
008120     IF WS-MAIOR-SLOT = ZERO
008130         MOVE "Y" TO WS-SEGUIDA-SW
008140         GO TO 2200-EXIT
008150     END-IF
008160     MOVE WS-MAIOR-DATA TO WS-CURSOR
008170     IF WS-AL-DIA-FALTA(WS-AL-IDX, WS-MAIOR-SLOT) = "S"
008180         ADD 1 TO WS-AL-SEGUIDAS(WS-AL-IDX)
008190     ELSE
008200         MOVE "Y" TO WS-SEGUIDA-SW
008210     END-IF.
008220 2200-EXIT.
008230     EXIT.
008240
008250 2250-COMPARA-DIA.
008260     IF WS-AL-DIA-DATA(WS-AL-IDX, WS-SLOT) < WS-CURSOR
008270         AND WS-AL-DIA-DATA(WS-AL-IDX, WS-SLOT) > WS-MAIOR-DATA
008280         MOVE WS-AL-DIA-DATA(WS-AL-IDX, WS-SLOT)
008290             TO WS-MAIOR-DATA
008300         MOVE WS-SLOT TO WS-MAIOR-SLOT
008310     END-IF.
008320 2250-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360*  3000-RELATORIO
008370*  LISTA OS ALUNOS DO MAIOR PARA O MENOR RISCO, CADA UM COM OS
008380*  MOTIVOS DOS PONTOS E A COMPARACAO COM A EXECUCAO ANTERIOR.
008390******************************************************************
008400 3000-RELATORIO.
008410     OPEN OUTPUT RISK-REPORT-FILE
008420     PERFORM 0100-OPEN-AUDIT-LOG-FILE
008430     MOVE SPACES TO WS-RPT-TITLE
008440     STRING "ALERTA DE EVASAO - SEMANA ATE "
008450            WS-IN-DATA(7:2) "/" WS-IN-DATA(5:2) "/"
008460            WS-IN-DATA(1:4)
008470         DELIMITED BY SIZE INTO WS-RPT-TITLE
008480     MOVE SPACES TO WS-RPT-COLHEAD
008490     STRING "ALUNO    NOME                           TURMA  "
008500            "PONTOS NIVEL ANTERIOR"
008510         DELIMITED BY SIZE INTO WS-RPT-COLHEAD
008520     MOVE SPACES TO REPORT-LINE
008530     MOVE "I" TO WS-RPT-ACTION
008540     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008550     MOVE "D" TO WS-RPT-ACTION
008560     PERFORM 3100-PROXIMO-MAIOR THRU 3100-EXIT
008570         UNTIL WS-LISTADOS NOT < WS-AL-COUNT
008580     MOVE SPACES TO REPORT-LINE
008590     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008600     MOVE WS-NOTA-CORTE TO WS-CORTE-ED
008610     MOVE SPACES TO REPORT-LINE
008620     STRING "PESOS: QUEDA>=" WS-QUEDA-PONTOS "PP " WS-PESO-QUEDA
008630            "  NOTA<" WS-CORTE-ED " " WS-PESO-NOTA "/DISC"
008640            "  MES " WS-PESO-MES
008650            "  FALTAS>=" WS-FALTAS-SEGUIDAS " " WS-PESO-FALTAS
008660         DELIMITED BY SIZE INTO REPORT-LINE
008670     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008680     MOVE SPACES TO REPORT-LINE
008690     STRING "ALUNOS ATIVOS " WS-AL-COUNT
008700            "  RISCO ALTO " WS-ALTOS
008710            "  MEDIO " WS-MEDIOS
008720            "  BAIXO " WS-BAIXOS
008730         DELIMITED BY SIZE INTO REPORT-LINE
008740     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008750     IF WS-JA-GRAVADO
008760         MOVE "DATA JA APURADA ANTES - HISTORICO NAO REGRAVADO"
008770             TO REPORT-LINE
008780         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008790     END-IF
008800     MOVE "F" TO WS-RPT-ACTION
008810     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008820     CLOSE RISK-REPORT-FILE.
008830
008840******************************************************************
008850*  3100-PROXIMO-MAIOR
008860*  IMPRIME, UM A UM, O ALUNO AINDA NAO IMPRESSO DE MAIS PONTOS
008870*  (EMPATE NA ORDEM DO CADASTRO).
008880******************************************************************
008890 3100-PROXIMO-MAIOR.
008900     MOVE ZERO TO WS-POS
008910     MOVE ZERO TO WS-MAIOR-PONTOS
008920     PERFORM 3150-COMPARA-PONTOS THRU 3150-EXIT
008930         VARYING WS-AL-IDX FROM 1 BY 1
008940         UNTIL WS-AL-IDX > WS-AL-COUNT
008950     IF WS-POS = ZERO
008960         GO TO 3100-EXIT
008970     END-IF
008980     SET WS-AL-IDX TO WS-POS
008990     MOVE "S" TO WS-AL-IMPRESSO(WS-AL-IDX)
009000     ADD 1 TO WS-LISTADOS
009010     PERFORM 3200-IMPRIME-ALUNO.
009020 3100-EXIT.
009030     EXIT.
009040
009050 3150-COMPARA-PONTOS.
009060     IF WS-AL-IMPRESSO(WS-AL-IDX) = "N"
009070         IF WS-POS = ZERO
009080             OR WS-AL-PONTOS(WS-AL-IDX) > WS-MAIOR-PONTOS
009090             SET WS-POS TO WS-AL-IDX
009100             MOVE WS-AL-PONTOS(WS-AL-IDX) TO WS-MAIOR-PONTOS
009110         END-IF
009120     END-IF.
009130 3150-EXIT.
009140     EXIT.
009150
009160******************************************************************
009170*  3200-IMPRIME-ALUNO
009180*  LINHA DO ALUNO E UMA LINHA POR MOTIVO QUE SOMOU PONTOS.
009190******************************************************************
009200 3200-IMPRIME-ALUNO.
009210     EVALUATE WS-AL-NIVEL(WS-AL-IDX)
009220         WHEN "A"
009230             MOVE "ALTO"  TO WS-NIVEL-DESC
009240         WHEN "M"
009250             MOVE "MEDIO" TO WS-NIVEL-DESC
009260         WHEN OTHER
009270             MOVE "BAIXO" TO WS-NIVEL-DESC
009280     END-EVALUATE
009290     MOVE SPACES TO WS-ANT-DESC
009300     IF WS-AL-ANT-DATA(WS-AL-IDX) = SPACES
009310         MOVE "PRIMEIRA APURACAO" TO WS-ANT-DESC
009320     ELSE
009330         SUBTRACT WS-AL-ANT-PONTOS(WS-AL-IDX)
009340             FROM WS-AL-PONTOS(WS-AL-IDX) GIVING WS-DELTA
009350         MOVE WS-DELTA TO WS-DELTA-ED
009360         STRING WS-AL-ANT-PONTOS(WS-AL-IDX) " ("
009370                WS-DELTA-ED ") "
009380                WS-AL-ANT-DATA(WS-AL-IDX)(7:2) "/"
009390                WS-AL-ANT-DATA(WS-AL-IDX)(5:2)
009400             DELIMITED BY SIZE INTO WS-ANT-DESC
009410     END-IF
009420     MOVE SPACES TO REPORT-LINE
009430     STRING WS-AL-ID(WS-AL-IDX) " " WS-AL-NOME(WS-AL-IDX) " "
009440            WS-AL-TURMA(WS-AL-IDX) "  "
009450            WS-AL-PONTOS(WS-AL-IDX) "   " WS-NIVEL-DESC " "
009460            WS-ANT-DESC
009470         DELIMITED BY SIZE INTO REPORT-LINE
009480     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
009490     IF WS-AL-FREQ-ANT(WS-AL-IDX) NOT = 999
009500         AND WS-AL-FREQ-ATU(WS-AL-IDX) NOT = 999
009510         AND WS-AL-FREQ-ATU(WS-AL-IDX)
009520             < WS-AL-FREQ-ANT(WS-AL-IDX)
009530         SUBTRACT WS-AL-FREQ-ATU(WS-AL-IDX)
009540             FROM WS-AL-FREQ-ANT(WS-AL-IDX) GIVING WS-QUEDA
009550         IF WS-QUEDA NOT < WS-QUEDA-PONTOS
009560             MOVE SPACES TO REPORT-LINE
009570             STRING "    - FREQUENCIA CAIU DE "
009580                    WS-AL-FREQ-ANT(WS-AL-IDX) "% PARA "
009590                    WS-AL-FREQ-ATU(WS-AL-IDX)
009600                    "% NA SEMANA"
009610                 DELIMITED BY SIZE INTO REPORT-LINE
009620             PERFORM 7750-CALL-WRITER THRU 7750-EXIT
009630         END-IF
009640     END-IF
009650     IF WS-AL-DISC-ABAIXO(WS-AL-IDX) > ZERO
009660         PERFORM 3300-IMPRIME-NOTAS
009670     END-IF
009680     IF WS-AL-MESES(WS-AL-IDX) > ZERO
009690         MOVE SPACES TO REPORT-LINE
009700         STRING "    - " WS-AL-MESES(WS-AL-IDX)
009710                " MENSALIDADE(S) VENCIDA(S) EM ABERTO"
009720             DELIMITED BY SIZE INTO REPORT-LINE
009730         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
009740     END-IF
009750     IF WS-AL-SEGUIDAS(WS-AL-IDX) NOT < WS-FALTAS-SEGUIDAS
009760         MOVE SPACES TO REPORT-LINE
009770         STRING "    - " WS-AL-SEGUIDAS(WS-AL-IDX)
009780                " DIAS SEGUIDOS DE FALTA SEM JUSTIFICATIVA"
009790             DELIMITED BY SIZE INTO REPORT-LINE
009800         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
009810     END-IF.
009820
009830******************************************************************
009840*  3300-IMPRIME-NOTAS
009850*  MOTIVO DAS NOTAS: QUANTAS DISCIPLINAS E QUAIS, COM A MEDIA.
009860******************************************************************
009870 3300-IMPRIME-NOTAS.
009880     MOVE WS-NOTA-CORTE TO WS-CORTE-ED
009890     MOVE SPACES TO REPORT-LINE
009900     STRING "    - " WS-AL-DISC-ABAIXO(WS-AL-IDX)
009910            " DISCIPLINA(S) COM ULTIMA MEDIA ABAIXO DE "
009920            WS-CORTE-ED
009930         DELIMITED BY SIZE INTO REPORT-LINE
009940     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
009950     MOVE SPACES TO WS-DISC-LISTA
009960     MOVE 1 TO WS-DISC-PTR
009970     PERFORM 3350-LISTA-DISC THRU 3350-EXIT
009980         VARYING WS-H-IDX FROM 1 BY 1
009990         UNTIL WS-H-IDX > WS-H-COUNT
010000     MOVE SPACES TO REPORT-LINE
010010     STRING "      " WS-DISC-LISTA
010020         DELIMITED BY SIZE INTO REPORT-LINE
010030     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
010040
010050 3350-LISTA-DISC.
010060     IF WS-H-ALUNO(WS-H-IDX) NOT = WS-AL-ID(WS-AL-IDX)
010070         OR WS-H-STAMP(WS-H-IDX)(1:4) NOT = WS-AL-ANO(WS-AL-IDX)
010080         OR WS-H-MP(WS-H-IDX) NOT < WS-NOTA-CORTE
010090         GO TO 3350-EXIT
010100     END-IF
010110     MOVE WS-H-MP(WS-H-IDX) TO WS-MP-ED
010120     STRING WS-H-DISC(WS-H-IDX) DELIMITED BY SPACE
010130            " " WS-MP-ED "  " DELIMITED BY SIZE
010140         INTO WS-DISC-LISTA WITH POINTER WS-DISC-PTR
010150         ON OVERFLOW
010160             CONTINUE
010170     END-STRING.
010180 3350-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220*  4000-FINALIZE
010230*  GRAVA OS PONTOS DE TODOS OS ATIVOS NO RISCOHST (UMA VEZ POR
010240*  DATA DE REFERENCIA) E O RESUMO NA AUDITORIA. RISCO ALTO DA
010250*  CONDICAO 4.
010260******************************************************************
010270 4000-FINALIZE.
010280     IF NOT WS-JA-GRAVADO
010290         OPEN EXTEND RISK-HISTORY-FILE
010300         IF WS-RISC-FILE-STATUS = "35"
010310             OPEN OUTPUT RISK-HISTORY-FILE
010320             CLOSE RISK-HISTORY-FILE
010330             OPEN EXTEND RISK-HISTORY-FILE
010340         END-IF
010350         PERFORM 4100-WRITE-RISCO THRU 4100-EXIT
010360             VARYING WS-AL-IDX FROM 1 BY 1
010370             UNTIL WS-AL-IDX > WS-AL-COUNT
010380         CLOSE RISK-HISTORY-FILE
010390     END-IF
010400     IF WS-ALTOS > ZERO
010410         MOVE 4 TO WS-COND-CODE
010420     END-IF
010430     PERFORM 7000-WRITE-AUDIT
010440     CLOSE AUDIT-LOG-FILE
010450     DISPLAY "ALERTA EM RISCORPT - ATIVOS: " WS-AL-COUNT
010460             " ALTO: " WS-ALTOS " MEDIO: " WS-MEDIOS
010470             " GRAVADOS NO RISCOHST: " WS-GRAVADOS.
010480
010490 4100-WRITE-RISCO.
010500     MOVE SPACES                     TO RISK-HISTORY-RECORD
010510     MOVE WS-IN-DATA                 TO RISC-DATA
010520     MOVE WS-AL-ID(WS-AL-IDX)        TO RISC-ALUNO-ID
010530     MOVE WS-AL-TURMA(WS-AL-IDX)     TO RISC-TURMA
010540     MOVE WS-AL-PONTOS(WS-AL-IDX)    TO RISC-PONTOS
010550     MOVE WS-AL-NIVEL(WS-AL-IDX)     TO RISC-NIVEL
010560     MOVE WS-AL-FREQ-ANT(WS-AL-IDX)  TO RISC-FREQ-ANT
010570     MOVE WS-AL-FREQ-ATU(WS-AL-IDX)  TO RISC-FREQ-ATU
010580     MOVE WS-AL-DISC-ABAIXO(WS-AL-IDX) TO RISC-DISC-ABAIXO
010590     MOVE WS-AL-MESES(WS-AL-IDX)     TO RISC-MESES-ABERTO
010600     MOVE WS-AL-SEGUIDAS(WS-AL-IDX)  TO RISC-FALTAS-SEGUIDAS
010610     MOVE RUN-STAMP-ID               TO RISC-RUN-ID
010620     WRITE RISK-HISTORY-RECORD
010630     ADD 1 TO WS-GRAVADOS.
010640 4100-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680*  7000-WRITE-AUDIT
010690*  GRAVA O RESUMO DA EXECUCAO NA TRILHA DE AUDITORIA.
010700******************************************************************
010710 7000-WRITE-AUDIT.
010720     MOVE "ALERTA"            TO AUDIT-PROGRAM-ID
010730     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010740     ACCEPT AUDIT-TIME FROM TIME
010750     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010760     MOVE WS-IN-DATA          TO AUDIT-KEY
010770     MOVE SPACES              TO AUDIT-DETAIL
010780     STRING "ALERTA EVASAO ATIVOS=" WS-AL-COUNT
010790            " ALTO=" WS-ALTOS " MEDIO=" WS-MEDIOS
010800            " HIST=" WS-GRAVADOS
010810         DELIMITED BY SIZE INTO AUDIT-DETAIL
010820     CALL "AUDITWR" USING AUDIT-RECORD.
010830
010840******************************************************************
010850*  7750-CALL-WRITER
010860*  MANDA A LINHA CORRENTE AO ESCRITOR COMPARTILHADO E GRAVA AS
010870*  LINHAS QUE ELE DEVOLVE, COMO NOS OUTROS RELATORIOS.
010880******************************************************************
010890 7750-CALL-WRITER.
010900     CALL "RELATORIO" USING WS-RPT-ACTION WS-RPT-TITLE
010910                            WS-RPT-COLHEAD WS-RUN-STAMP-DISP
010920                            REPORT-LINE WS-RPT-OUT-LINES
010930                            WS-RPT-OUT-COUNT
010940     PERFORM 7760-WRITE-OUT-LINE THRU 7760-EXIT
010950         VARYING WS-RPT-SUB FROM 1 BY 1
010960         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
010970 7750-EXIT.
010980     EXIT.
010990
011000 7760-WRITE-OUT-LINE.
011010     MOVE WS-RPT-OUT-LINE(WS-RPT-SUB) TO REPORT-LINE
011020     WRITE REPORT-LINE.
011030 7760-EXIT.
011040     EXIT.
