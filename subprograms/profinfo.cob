000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROFINFO.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCOLA - ROTINA COMPARTILHADA DE PROFESSORES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PROFINFO.CBL
000090*  CONSULTA COMPARTILHADA AO CADASTRO DE PROFESSORES (PROFMAST,
000100*  COPYBOOK PROFREC) E AS ATRIBUICOES DE AULA (ATRIBUI, COPYBOOK
000110*  ATRIBREC), NO PADRAO DO ALUNINFO. DUAS FUNCOES:
000120*    "A" - AUTORIZA: O OPERADOR PODE LANCAR NOTA NA TURMA/
000130*          DISCIPLINA/PERIODO? DEVOLVE "Y" SE ESTA ATRIBUIDA A
000140*          ELE, "C" SE NAO ESTA MAS ELE E DA COORDENACAO (A
000150*          LIBERACAO FICA NA AUDITORIA DO CHAMADOR) E "N" NOS
000160*          DEMAIS CASOS;
000170*    "N" - NOME: DEVOLVE O ID E O NOME DO PROFESSOR ATRIBUIDO A
000180*          TURMA/DISCIPLINA/PERIODO ("Y"), OU "N" SEM ATRIBUICAO.
000190*  PERIODO EM BRANCO NA CHAMADA E O PERIODO CORRENTE DO GRADEPARM
000200*  (VERSAO DE MAIOR VIGENCIA QUE NAO PASSA DO DIA DE NEGOCIO);
000210*  ATRIBUICAO COM PERIODO EM BRANCO VALE PARA TODOS. PROFESSOR
000220*  INATIVO E IGNORADO. OS ARQUIVOS SAO CARREGADOS NA PRIMEIRA
000230*  CHAMADA; SEM O PROFMAST NINGUEM E AUTORIZADO.
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15 AFG   ROTINA ORIGINAL.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TEACHER-MASTER-FILE ASSIGN TO "PROFMAST"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS WS-PRF-FILE-STATUS.
000350     SELECT ASSIGNMENT-FILE ASSIGN TO "ATRIBUI"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS WS-ATR-FILE-STATUS.
000380     SELECT GRADE-PARM-FILE ASSIGN TO "GRADEPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-GPARM-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  TEACHER-MASTER-FILE
000440     RECORDING MODE IS F.
000450     COPY PROFREC.
000460 FD  ASSIGNMENT-FILE
000470     RECORDING MODE IS F.
000480     COPY ATRIBREC.
000490 FD  GRADE-PARM-FILE
000500     RECORDING MODE IS F.
000510     COPY GRADEPARMREC.
000520 WORKING-STORAGE SECTION.
000530 01  WS-SWITCHES.
000540     05  WS-PRF-FILE-STATUS      PIC X(02)   VALUE "00".
000550     05  WS-ATR-FILE-STATUS      PIC X(02)   VALUE "00".
000560     05  WS-GPARM-FILE-STATUS    PIC X(02)   VALUE "00".
000570     05  WS-PRF-LOADED-SW        PIC X(01)   VALUE "N".
000580         88  WS-PRF-LOADED                   VALUE "Y".
000590     05  WS-PRF-EOF-SW           PIC X(01)   VALUE "N".
000600         88  WS-PRF-EOF                      VALUE "Y".
000610     05  WS-ATR-EOF-SW           PIC X(01)   VALUE "N".
000620         88  WS-ATR-EOF                      VALUE "Y".
000630     05  WS-GPARM-EOF-SW         PIC X(01)   VALUE "N".
000640         88  WS-GPARM-EOF                    VALUE "Y".
000650     05  WS-DONE-SW              PIC X(01)   VALUE "N".
000660         88  WS-DONE                         VALUE "Y".
000670 01  WS-PERIODO-CORRENTE         PIC X(02)   VALUE "B1".
000680 01  WS-PERIODO-WK               PIC X(02).
000690 01  WS-GP-VIG-WK                PIC X(08).
000700 01  WS-GP-MELHOR                PIC X(08).
000710 01  WS-HOJE                     PIC X(08).
000720 01  WS-BUSINESS-DATE            PIC X(08).
000730 01  WS-BUSINESS-SW              PIC X(01).
000740 01  WS-DIAUTIL-FUNC             PIC X(01)   VALUE "B".
000750 01  WS-PF-POS                   PIC 9(03).
000760 01  WS-SCAN                     PIC 9(03).
000770 01  WS-PF-COUNT                 PIC 9(03)   VALUE ZERO.
000780 01  WS-PF-TABLE.
000790     05  WS-PF-ENTRY OCCURS 100 TIMES
000800                     INDEXED BY WS-PF-IDX.
000810         10  WS-PF-ID            PIC X(08).
000820         10  WS-PF-NOME          PIC X(30).
000830         10  WS-PF-FUNCAO        PIC X(01).
000840 01  WS-AT-COUNT                 PIC 9(03)   VALUE ZERO.
000850 01  WS-AT-TABLE.
000860     05  WS-AT-ENTRY OCCURS 500 TIMES
000870                     INDEXED BY WS-AT-IDX.
000880         10  WS-AT-PROF          PIC X(08).
000890         10  WS-AT-TURMA         PIC X(06).
000900         10  WS-AT-DISC          PIC X(08).
000910         10  WS-AT-PER           PIC X(02).
000920 LINKAGE SECTION.
000930 01  LK-FUNCAO                   PIC X(01).
000940 01  LK-OPERATOR-ID              PIC X(08).
000950 01  LK-TURMA                    PIC X(06).
000960 01  LK-DISCIPLINA               PIC X(08).
000970 01  LK-PERIODO                  PIC X(02).
000980 01  LK-PROF-NOME                PIC X(30).
000990 01  LK-RESULT-SW                PIC X(01).
001000
001010 PROCEDURE DIVISION USING LK-FUNCAO LK-OPERATOR-ID LK-TURMA
001020                          LK-DISCIPLINA LK-PERIODO LK-PROF-NOME
001030                          LK-RESULT-SW.
001040
001050 0000-MAINLINE.
001060     IF NOT WS-PRF-LOADED
001070         PERFORM 1000-LOAD-FILES
001080     END-IF
001090     MOVE "N" TO LK-RESULT-SW
001100     IF LK-PERIODO = SPACES
001110         MOVE WS-PERIODO-CORRENTE TO WS-PERIODO-WK
001120     ELSE
001130         MOVE LK-PERIODO TO WS-PERIODO-WK
001140     END-IF
001150     IF LK-FUNCAO = "A"
001160         PERFORM 2000-AUTHORIZE THRU 2000-EXIT
001170     ELSE
001180         PERFORM 3000-TEACHER-NAME THRU 3000-EXIT
001190     END-IF
001200     GOBACK.
001210
001220******************************************************************
001230*  1000-LOAD-FILES
001240*  CARREGA PROFESSORES ATIVOS, ATRIBUICOES E O PERIODO CORRENTE
001250*  NA PRIMEIRA CHAMADA.
001260******************************************************************
001270 1000-LOAD-FILES.
001280     OPEN INPUT TEACHER-MASTER-FILE
001290     IF WS-PRF-FILE-STATUS = "00"
001300         PERFORM 1100-READ-PROFESSOR THRU 1100-EXIT
001310             UNTIL WS-PRF-EOF
001320         CLOSE TEACHER-MASTER-FILE
001330     END-IF
001340     OPEN INPUT ASSIGNMENT-FILE
001350     IF WS-ATR-FILE-STATUS = "00"
001360         PERFORM 1200-READ-ATRIBUICAO THRU 1200-EXIT
001370             UNTIL WS-ATR-EOF
001380         CLOSE ASSIGNMENT-FILE
001390     END-IF
001400     PERFORM 1300-READ-GRADE-PARMS
001410     MOVE "Y" TO WS-PRF-LOADED-SW.
001420
001430 1100-READ-PROFESSOR.
001440     READ TEACHER-MASTER-FILE
001450         AT END
001460             MOVE "Y" TO WS-PRF-EOF-SW
001470             GO TO 1100-EXIT
001480     END-READ
001490     IF NOT PROF-ATIVO
001500         GO TO 1100-EXIT
001510     END-IF
001520     IF WS-PF-COUNT < 100
001530         ADD 1 TO WS-PF-COUNT
001540         SET WS-PF-IDX TO WS-PF-COUNT
001550         MOVE PROF-ID      TO WS-PF-ID(WS-PF-IDX)
001560         MOVE PROF-NOME    TO WS-PF-NOME(WS-PF-IDX)
001570         MOVE PROF-FUNCAO  TO WS-PF-FUNCAO(WS-PF-IDX)
001580     END-IF.
001590 1100-EXIT.
001600     EXIT.
001610
001620 1200-READ-ATRIBUICAO.
001630     READ ASSIGNMENT-FILE
001640         AT END
001650             MOVE "Y" TO WS-ATR-EOF-SW
001660             GO TO 1200-EXIT
001670     END-READ
001680     IF WS-AT-COUNT < 500
001690         ADD 1 TO WS-AT-COUNT
001700         SET WS-AT-IDX TO WS-AT-COUNT
001710         MOVE ATR-PROF-ID    TO WS-AT-PROF(WS-AT-IDX)
001720         MOVE ATR-TURMA      TO WS-AT-TURMA(WS-AT-IDX)
001730         MOVE ATR-DISCIPLINA TO WS-AT-DISC(WS-AT-IDX)
001740         MOVE ATR-PERIODO    TO WS-AT-PER(WS-AT-IDX)
001750     END-IF.
001760 1200-EXIT.
001770     EXIT.
001780
001790******************************************************************
001800*  1300-READ-GRADE-PARMS
001810*  PERIODO CORRENTE DO GRADEPARM, PELA MESMA REGRA DE VIGENCIA DO
001820*  MEDIAPONDERADA (DIA DE NEGOCIO DO DIAUTIL).
001830******************************************************************
001840 1300-READ-GRADE-PARMS.
001850     ACCEPT WS-HOJE FROM DATE YYYYMMDD
001860     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-HOJE
001870                          WS-BUSINESS-DATE WS-BUSINESS-SW
001880     MOVE WS-BUSINESS-DATE TO WS-HOJE
001890     MOVE SPACES TO WS-GP-MELHOR
001900     OPEN INPUT GRADE-PARM-FILE
001910     IF WS-GPARM-FILE-STATUS = "00"
001920         PERFORM 1310-ONE-GRADE-PARM THRU 1310-EXIT
001930             UNTIL WS-GPARM-EOF
001940         CLOSE GRADE-PARM-FILE
001950     END-IF.
001960
001970 1310-ONE-GRADE-PARM.
001980     READ GRADE-PARM-FILE
001990         AT END
002000             MOVE "Y" TO WS-GPARM-EOF-SW
002010             GO TO 1310-EXIT
002020     END-READ
002030     IF GPARM-VIGENCIA NUMERIC
002040         MOVE GPARM-VIGENCIA TO WS-GP-VIG-WK
002050     ELSE
002060         MOVE "00000000" TO WS-GP-VIG-WK
002070     END-IF
002080     IF WS-GP-VIG-WK > WS-HOJE
002090         GO TO 1310-EXIT
002100     END-IF
002110     IF WS-GP-MELHOR NOT = SPACES
002120         AND WS-GP-VIG-WK < WS-GP-MELHOR
002130         GO TO 1310-EXIT
002140     END-IF
002150     MOVE WS-GP-VIG-WK TO WS-GP-MELHOR
002160     IF GPARM-PERIODO NOT = SPACES
002170         MOVE GPARM-PERIODO TO WS-PERIODO-CORRENTE
002180     END-IF.
002190 1310-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230*  2000-AUTHORIZE
002240*  OPERADOR FORA DO CADASTRO (OU INATIVO) NAO LANCA NOTA; DENTRO
002250*  DELE, VALE A ATRIBUICAO E, NA FALTA DELA, A COORDENACAO.
002260******************************************************************
002270 2000-AUTHORIZE.
002280     MOVE SPACES TO LK-PROF-NOME
002290     MOVE ZERO TO WS-PF-POS
002300     PERFORM 2100-MATCH-PROFESSOR THRU 2100-EXIT
002310         VARYING WS-SCAN FROM 1 BY 1
002320         UNTIL WS-SCAN > WS-PF-COUNT OR WS-PF-POS > ZERO
002330     IF WS-PF-POS = ZERO
002340         GO TO 2000-EXIT
002350     END-IF
002360     SET WS-PF-IDX TO WS-PF-POS
002370     MOVE WS-PF-NOME(WS-PF-IDX) TO LK-PROF-NOME
002380     MOVE "N" TO WS-DONE-SW
002390     PERFORM 2200-MATCH-ATRIBUICAO THRU 2200-EXIT
002400         VARYING WS-SCAN FROM 1 BY 1
002410         UNTIL WS-SCAN > WS-AT-COUNT OR WS-DONE
002420     IF WS-DONE
002430         MOVE "Y" TO LK-RESULT-SW
002440         GO TO 2000-EXIT
002450     END-IF
002460     SET WS-PF-IDX TO WS-PF-POS
002470     IF WS-PF-FUNCAO(WS-PF-IDX) = "C"
002480         MOVE "C" TO LK-RESULT-SW
002490     END-IF.
002500 2000-EXIT.
002510     EXIT.
002520
002530 2100-MATCH-PROFESSOR.
002540     SET WS-PF-IDX TO WS-SCAN
002550     IF WS-PF-ID(WS-PF-IDX) = LK-OPERATOR-ID
002560         MOVE WS-SCAN TO WS-PF-POS
002570     END-IF.
002580 2100-EXIT.
002590     EXIT.
002600
002610 2200-MATCH-ATRIBUICAO.
002620     SET WS-AT-IDX TO WS-SCAN
002630     IF WS-AT-PROF(WS-AT-IDX) = LK-OPERATOR-ID
002640         AND WS-AT-TURMA(WS-AT-IDX) = LK-TURMA
002650         AND WS-AT-DISC(WS-AT-IDX) = LK-DISCIPLINA
002660         AND (WS-AT-PER(WS-AT-IDX) = SPACES
002670              OR WS-AT-PER(WS-AT-IDX) = WS-PERIODO-WK)
002680         MOVE "Y" TO WS-DONE-SW
002690     END-IF.
002700 2200-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740*  3000-TEACHER-NAME
002750*  PRIMEIRA ATRIBUICAO DA TURMA/DISCIPLINA/PERIODO CUJO PROFESSOR
002760*  ESTA ATIVO NO CADASTRO.
002770******************************************************************
002780 3000-TEACHER-NAME.
002790     MOVE SPACES TO LK-OPERATOR-ID
002800     MOVE SPACES TO LK-PROF-NOME
002810     MOVE "N" TO WS-DONE-SW
002820     PERFORM 3100-MATCH-TURMA-DISC THRU 3100-EXIT
002830         VARYING WS-SCAN FROM 1 BY 1
002840         UNTIL WS-SCAN > WS-AT-COUNT OR WS-DONE.
002850 3000-EXIT.
002860     EXIT.
002870
002880 3100-MATCH-TURMA-DISC.
002890     SET WS-AT-IDX TO WS-SCAN
002900     IF WS-AT-TURMA(WS-AT-IDX) NOT = LK-TURMA
002910         OR WS-AT-DISC(WS-AT-IDX) NOT = LK-DISCIPLINA
002920         GO TO 3100-EXIT
002930     END-IF
002940     IF WS-AT-PER(WS-AT-IDX) NOT = SPACES
002950         AND WS-AT-PER(WS-AT-IDX) NOT = WS-PERIODO-WK
002960         GO TO 3100-EXIT
002970     END-IF
002980     PERFORM 3200-NAME-OF-PROF THRU 3200-EXIT
002990         VARYING WS-PF-IDX FROM 1 BY 1
003000         UNTIL WS-PF-IDX > WS-PF-COUNT OR WS-DONE.
003010 3100-EXIT.
003020     EXIT.
003030
003040 3200-NAME-OF-PROF.
003050     IF WS-PF-ID(WS-PF-IDX) = WS-AT-PROF(WS-AT-IDX)
003060         MOVE WS-PF-ID(WS-PF-IDX)   TO LK-OPERATOR-ID
003070         MOVE WS-PF-NOME(WS-PF-IDX) TO LK-PROF-NOME
003080         MOVE "Y" TO LK-RESULT-SW
003090         MOVE "Y" TO WS-DONE-SW
003100     END-IF.
003110 3200-EXIT.
003120     EXIT.
