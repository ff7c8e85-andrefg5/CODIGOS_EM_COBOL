000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TITULAR.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - PROTECAO DE DADOS PESSOAIS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  TITULAR.CBL
000090*  RELATORIO DO TITULAR (TITULRPT) - RESPONDE AO "O QUE VOCES
000100*  GUARDAM SOBRE MIM". PELO NOME (OU PARTE DELE) E/OU PELO ID
000110*  (ALUNO, MATRICULA, PASSE, CARNE OU NUMERO DA VISITA) LISTA
000120*  CADA ARQUIVO E CADA REGISTRO QUE SE REFERE A PESSOA:
000130*    CADASTROS  - ALUNMAST, EMPMAST, TELLMAST, OPERMAST (SEM O
000140*                 PIN), PASSMAST, CARNMAST;
000150*    VINCULADOS - MATRICUL (PELO ALUNO), LEAVEMAST (PELO NOME DO
000160*                 FUNCIONARIO), TICKETS (PELO PASSE/CARNE),
000170*                 VISITREG (COMO VISITANTE OU ANFITRIAO), A
000180*                 TRILHA (ACERVO AUDITARC + MOVIMENTO AUDITLOG,
000190*                 PELA CHAVE) E O ANONREG (O QUE JA FOI APAGADO
000200*                 E QUANDO).
000210*  O NOME CASA POR CONTEUDO (NO MINIMO 3 LETRAS) - O RELATORIO
000220*  PODE TRAZER HOMONIMOS, QUE O ESCRITORIO CONFERE ANTES DE
000230*  ENTREGAR. SO PARA ADMINISTRADOR (NIVEL 9); A CONSULTA FICA NA
000240*  TRILHA SEM O NOME PESQUISADO.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS WS-ALUN-FILE-STATUS.
000360     SELECT ENROLLMENT-FILE ASSIGN TO "MATRICUL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-MAT-FILE-STATUS.
000390     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-EMP-FILE-STATUS.
000420     SELECT LEAVE-FILE ASSIGN TO "LEAVEMAST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-LIC-FILE-STATUS.
000450     SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS WS-TELL-FILE-STATUS.
000480     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS  IS WS-OPER-FILE-STATUS.
000510     SELECT PASS-MASTER-FILE ASSIGN TO "PASSMAST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS WS-PASS-FILE-STATUS.
000540     SELECT CARNET-FILE ASSIGN TO "CARNMAST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS  IS WS-CARN-FILE-STATUS.
000570     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS  IS WS-TKT-FILE-STATUS.
000600     SELECT VISIT-FILE ASSIGN TO "VISITREG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS  IS WS-VIS-FILE-STATUS.
000630     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARC"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS  IS WS-ARC-FILE-STATUS.
000660     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000690     SELECT ANON-REGISTER-FILE ASSIGN TO "ANONREG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS  IS WS-ANR-FILE-STATUS.
000720     SELECT SUBJECT-REPORT-FILE ASSIGN TO "TITULRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  STUDENT-MASTER-FILE
000770     RECORDING MODE IS F.
000780     COPY ALUNOREC.
000790 FD  ENROLLMENT-FILE
000800     RECORDING MODE IS F.
000810     COPY MATRICREC.
000820 FD  EMPLOYEE-MASTER-FILE
000830     RECORDING MODE IS F.
000840     COPY EMPMASTREC.
000850 FD  LEAVE-FILE
000860     RECORDING MODE IS F.
000870     COPY LICREC.
000880 FD  TELLER-MASTER-FILE
000890     RECORDING MODE IS F.
000900     COPY TELLMREC.
000910 FD  OPERATOR-MASTER-FILE
000920     RECORDING MODE IS F.
000930     COPY OPERMREC.
000940 FD  PASS-MASTER-FILE
000950     RECORDING MODE IS F.
000960     COPY PASSMREC.
000970 FD  CARNET-FILE
000980     RECORDING MODE IS F.
000990     COPY CARNREC.
001000 FD  TICKETS-FILE
001010     RECORDING MODE IS F.
001020     COPY TICKETREC.
001030 FD  VISIT-FILE
001040     RECORDING MODE IS F.
001050     COPY VISITREC.
001060 FD  AUDIT-ARCHIVE-FILE
001070     RECORDING MODE IS F.
001080 01  ARCHIVE-RECORD.
001090     05  ARC-PROGRAM-ID          PIC X(12).
001100     05  ARC-OPERATOR-ID         PIC X(08).
001110     05  ARC-DATE                PIC X(08).
001120     05  ARC-TIME                PIC X(08).
001130     05  ARC-KEY                 PIC X(10).
001140     05  ARC-DETAIL              PIC X(60).
001150 FD  AUDIT-LOG-FILE
001160     RECORDING MODE IS F.
001170     COPY AUDITREC.
001180 FD  ANON-REGISTER-FILE
001190     RECORDING MODE IS F.
001200     COPY ANONREC.
001210 FD  SUBJECT-REPORT-FILE
001220     RECORDING MODE IS F.
001230 01  REPORT-LINE                 PIC X(120).
001240 WORKING-STORAGE SECTION.
001250 01  WS-SWITCHES.
001260     05  WS-ALUN-FILE-STATUS     PIC X(02)   VALUE "00".
001270     05  WS-MAT-FILE-STATUS      PIC X(02)   VALUE "00".
001280     05  WS-EMP-FILE-STATUS      PIC X(02)   VALUE "00".
001290     05  WS-LIC-FILE-STATUS      PIC X(02)   VALUE "00".
001300     05  WS-TELL-FILE-STATUS     PIC X(02)   VALUE "00".
001310     05  WS-OPER-FILE-STATUS     PIC X(02)   VALUE "00".
001320     05  WS-PASS-FILE-STATUS     PIC X(02)   VALUE "00".
001330     05  WS-CARN-FILE-STATUS     PIC X(02)   VALUE "00".
001340     05  WS-TKT-FILE-STATUS      PIC X(02)   VALUE "00".
001350     05  WS-VIS-FILE-STATUS      PIC X(02)   VALUE "00".
001360     05  WS-ARC-FILE-STATUS      PIC X(02)   VALUE "00".
001370     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001380     05  WS-ANR-FILE-STATUS      PIC X(02)   VALUE "00".
001390     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001400         88  WS-EOF                          VALUE "Y".
001410     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001420         88  WS-SIGNON-VALID                 VALUE "Y".
001430     05  WS-CRITERIO-OK-SW       PIC X(01)   VALUE "N".
001440         88  WS-CRITERIO-OK                  VALUE "Y".
001450     05  WS-CASA-SW              PIC X(01)   VALUE "N".
001460         88  WS-CASA                         VALUE "Y".
001470     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001480         88  WS-FOUND                        VALUE "Y".
001490 01  WS-MSG-CODE-WK              PIC X(08).
001500 01  WS-MSG-TEXT-WK              PIC X(60).
001510 01  WS-OPERATOR-ID              PIC X(08).
001520 01  WS-OPERATOR-PIN             PIC X(04).
001530 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
001540 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001550     88  WS-AUTHORIZED                       VALUE "Y".
001560     COPY RUNSTAMP.
001570 01  WS-IN-NOME                  PIC X(30).
001580 01  WS-IN-ID                    PIC X(10).
001590 01  WS-NOME-TAM                 PIC 9(02)   VALUE ZERO.
001600 01  WS-TALLY                    PIC 9(02).
001610 01  WS-CAMPO-NOME               PIC X(30).
001620 01  WS-BUSCA-ID                 PIC X(10).
001630 01  WS-BUSCA-NOME               PIC X(20).
001640 01  WS-VALOR-ED                 PIC ZZZZZZ9.99.
001650 01  WS-TARIFA-ED                PIC -ZZZZ9.99.
001660 01  WS-QTD-ED                   PIC ZZZZ9.
001670 01  WS-SECAO-CONT               PIC 9(05)   VALUE ZERO.
001680 01  WS-TOTAL-CONT               PIC 9(05)   VALUE ZERO.
001690 01  WS-TABELA-CHEIA             PIC 9(05)   VALUE ZERO.
001700 01  WS-T-PROGRAMA               PIC X(12).
001710 01  WS-T-OPERADOR               PIC X(08).
001720 01  WS-T-DATA                   PIC X(08).
001730 01  WS-T-HORA                   PIC X(08).
001740 01  WS-T-CHAVE                  PIC X(10).
001750 01  WS-T-DETALHE                PIC X(60).
001760
001770******************************************************************
001780*  IDS DA PESSOA ACHADOS NOS CADASTROS (A = ALUNO, F = MATRICULA
001790*  DE FUNCIONARIO, T = CAIXA, O = OPERADOR, P = PASSE, C = CARNE,
001800*  V = VISITA) - CHAVES PARA OS ARQUIVOS VINCULADOS E A TRILHA.
001810******************************************************************
001820 01  WS-ID-TABLE.
001830     05  WS-ID-ENTRY OCCURS 300 TIMES
001840                     INDEXED BY WS-ID-IDX.
001850         10  WS-ID-VALOR         PIC X(10).
001860         10  WS-ID-TIPO          PIC X(01).
001870 01  WS-ID-COUNT                 PIC 9(03)   VALUE ZERO.
001880 01  WS-ID-TIPO-WK               PIC X(01).
001890
001900******************************************************************
001910*  NOMES DE FUNCIONARIO ACHADOS NO EMPMAST - O LEAVEMAST E A
001920*  TRILHA DO PESSOAL/LICENCA SAO CHAVEADOS PELO NOME.
001930******************************************************************
001940 01  WS-FN-TABLE.
001950     05  WS-FN-NOME OCCURS 50 TIMES
001960                    INDEXED BY WS-FN-IDX
001970                    PIC X(20).
001980 01  WS-FN-COUNT                 PIC 9(03)   VALUE ZERO.
001990
002000 PROCEDURE DIVISION.
002010
002020 0000-MAINLINE.
002030     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002040*    DADO PESSOAL DE TODOS OS CADASTROS - NIVEL 9 PELO OPAUTH.
002050     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002060                         WS-AUTHORIZED-SW
002070     IF NOT WS-AUTHORIZED
002080         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002090         MOVE 8 TO RETURN-CODE
002100         STOP RUN
002110     END-IF
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002130     PERFORM 2000-ALUNOS THRU 2000-EXIT
002140     PERFORM 2100-MATRICULAS THRU 2100-EXIT
002150     PERFORM 2200-FUNCIONARIOS THRU 2200-EXIT
002160     PERFORM 2300-LICENCAS THRU 2300-EXIT
002170     PERFORM 2400-CAIXAS THRU 2400-EXIT
002180     PERFORM 2500-OPERADORES THRU 2500-EXIT
002190     PERFORM 2600-PASSES THRU 2600-EXIT
002200     PERFORM 2700-CARNES THRU 2700-EXIT
002210     PERFORM 3000-VIAGENS THRU 3000-EXIT
002220     PERFORM 3200-VISITAS THRU 3200-EXIT
002230     PERFORM 3400-TRILHA THRU 3400-EXIT
002240     PERFORM 3600-ANONIMIZACAO THRU 3600-EXIT
002250     PERFORM 5000-FINALIZE THRU 5000-EXIT
002260     STOP RUN.
002270
002280******************************************************************
002290*  0010-SIGN-ON
002300*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002310*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002320******************************************************************
002330 0010-SIGN-ON.
002340     MOVE "N" TO WS-SIGNON-VALID-SW
002350     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002360         UNTIL WS-SIGNON-VALID.
002370 0010-EXIT.
002380     EXIT.
002390
002400 0020-PROMPT-SIGNON.
002410     MOVE "SGN-001" TO WS-MSG-CODE-WK
002420     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002430     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002440     ACCEPT WS-OPERATOR-ID
002450     MOVE "SGN-002" TO WS-MSG-CODE-WK
002460     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002470     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002480     ACCEPT WS-OPERATOR-PIN
002490     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002500                           WS-SIGNON-VALID-SW
002510     IF NOT WS-SIGNON-VALID
002520         MOVE "SGN-003" TO WS-MSG-CODE-WK
002530         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002540         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002550     END-IF.
002560 0020-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600*  1000-INITIALIZE
002610*  CARIMBA A EXECUCAO, PEDE O CRITERIO E ABRE O RELATORIO.
002620******************************************************************
002630 1000-INITIALIZE.
002640     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002650     ACCEPT RUN-STAMP-ID   FROM TIME
002660     MOVE "N" TO WS-CRITERIO-OK-SW
002670     PERFORM 1010-PEDE-CRITERIO THRU 1010-EXIT
002680         UNTIL WS-CRITERIO-OK
002690     OPEN OUTPUT SUBJECT-REPORT-FILE
002700     MOVE SPACES TO REPORT-LINE
002710     STRING "RELATORIO DO TITULAR - DADOS PESSOAIS EM "
002720            RUN-STAMP-DATE " POR " WS-OPERATOR-ID
002730         DELIMITED BY SIZE INTO REPORT-LINE
002740     WRITE REPORT-LINE
002750     MOVE SPACES TO REPORT-LINE
002760     STRING "CRITERIO: NOME CONTENDO [" WS-IN-NOME
002770            "]  ID [" WS-IN-ID "]"
002780         DELIMITED BY SIZE INTO REPORT-LINE
002790     WRITE REPORT-LINE.
002800 1000-EXIT.
002810     EXIT.
002820
002830 1010-PEDE-CRITERIO.
002840     DISPLAY "NOME OU PARTE DO NOME (BRANCO = SO PELO ID):"
002850     ACCEPT WS-IN-NOME
002860     DISPLAY "ID - ALUNO, MATRICULA, PASSE, CARNE OU VISITA"
002870             " (BRANCO = SO PELO NOME):"
002880     ACCEPT WS-IN-ID
002890     MOVE ZERO TO WS-NOME-TAM
002900     IF WS-IN-NOME NOT = SPACES
002910         PERFORM 1020-MEDE-NOME THRU 1020-EXIT
002920             VARYING WS-NOME-TAM FROM 30 BY -1
002930             UNTIL WS-NOME-TAM = ZERO
002940                OR WS-IN-NOME(WS-NOME-TAM:1) NOT = SPACE
002950     END-IF
002960     IF WS-IN-NOME = SPACES AND WS-IN-ID = SPACES
002970         DISPLAY "INFORME O NOME OU O ID"
002980         GO TO 1010-EXIT
002990     END-IF
003000     IF WS-IN-NOME NOT = SPACES AND WS-NOME-TAM < 3
003010         DISPLAY "NOME COM MENOS DE 3 LETRAS - AMPLO DEMAIS"
003020         GO TO 1010-EXIT
003030     END-IF
003040     MOVE "Y" TO WS-CRITERIO-OK-SW.
003050 1010-EXIT.
003060     EXIT.
003070
003080 1020-MEDE-NOME.
003090     CONTINUE.
003100 1020-EXIT.
003110     EXIT.
003120
003130******************************************************************
003140*  2000-ALUNOS
003150*  ALUNMAST PELO NOME OU PELO ALUNO-ID.
003160******************************************************************
003170 2000-ALUNOS.
003180     MOVE "ALUNMAST - CADASTRO DE ALUNOS" TO REPORT-LINE
003190     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
003200     MOVE "N" TO WS-EOF-SW
003210     OPEN INPUT STUDENT-MASTER-FILE
003220     IF WS-ALUN-FILE-STATUS NOT = "00"
003230         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
003240         GO TO 2000-EXIT
003250     END-IF
003260     PERFORM 2010-READ-ALUNO THRU 2010-EXIT
003270         UNTIL WS-EOF
003280     CLOSE STUDENT-MASTER-FILE
003290     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
003300 2000-EXIT.
003310     EXIT.
003320
003330 2010-READ-ALUNO.
003340     READ STUDENT-MASTER-FILE
003350         AT END
003360             MOVE "Y" TO WS-EOF-SW
003370             GO TO 2010-EXIT
003380     END-READ
003390     MOVE ALUNO-NOME TO WS-CAMPO-NOME
003400     PERFORM 4200-CONFERE-NOME THRU 4200-EXIT
003410     IF NOT WS-CASA
003420         AND (WS-IN-ID = SPACES OR ALUNO-ID NOT = WS-IN-ID)
003430         GO TO 2010-EXIT
003440     END-IF
003450     MOVE ALUNO-ID TO WS-BUSCA-ID
003460     MOVE "A" TO WS-ID-TIPO-WK
003470     PERFORM 4400-GUARDA-ID THRU 4400-EXIT
003480     ADD 1 TO WS-SECAO-CONT
003490     MOVE SPACES TO REPORT-LINE
003500     STRING "  ALUNO " ALUNO-ID " " ALUNO-NOME
003510            " TURMA " ALUNO-TURMA " ANO " ALUNO-ANO
003520            " SITUACAO " ALUNO-STATUS
003530            " SAIDA " ALUNO-DATA-SAIDA
003540            " BOLSA " ALUNO-BOLSA-PCT "%"
003550         DELIMITED BY SIZE INTO REPORT-LINE
003560     WRITE REPORT-LINE.
003570 2010-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*  2100-MATRICULAS
003620*  MATRICUL DOS ALUNOS ACHADOS.
003630******************************************************************
003640 2100-MATRICULAS.
003650     MOVE "MATRICUL - MATRICULAS EM DISCIPLINAS" TO REPORT-LINE
003660     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
003670     MOVE "N" TO WS-EOF-SW
003680     OPEN INPUT ENROLLMENT-FILE
003690     IF WS-MAT-FILE-STATUS NOT = "00"
003700         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
003710         GO TO 2100-EXIT
003720     END-IF
003730     PERFORM 2110-READ-MATRICULA THRU 2110-EXIT
003740         UNTIL WS-EOF
003750     CLOSE ENROLLMENT-FILE
003760     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
003770 2100-EXIT.
003780     EXIT.
003790
003800 2110-READ-MATRICULA.
003810     READ ENROLLMENT-FILE
003820         AT END
003830             MOVE "Y" TO WS-EOF-SW
003840             GO TO 2110-EXIT
003850     END-READ
003860     MOVE MAT-ALUNO-ID TO WS-BUSCA-ID
003870     PERFORM 4500-ID-ACHADO THRU 4500-EXIT
003880     IF NOT WS-FOUND
003890         GO TO 2110-EXIT
003900     END-IF
003910     ADD 1 TO WS-SECAO-CONT
003920     MOVE SPACES TO REPORT-LINE
003930     STRING "  ALUNO " MAT-ALUNO-ID
003940            " DISCIPLINA " MAT-DISCIPLINA
003950            " PERIODO " MAT-PERIODO " ANO " MAT-ANO
003960            " SITUACAO " MAT-SITUACAO
003970         DELIMITED BY SIZE INTO REPORT-LINE
003980     WRITE REPORT-LINE.
003990 2110-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030*  2200-FUNCIONARIOS
004040*  EMPMAST PELO NOME OU PELA MATRICULA.
004050******************************************************************
004060 2200-FUNCIONARIOS.
004070     MOVE "EMPMAST - CADASTRO DE FUNCIONARIOS" TO REPORT-LINE
004080     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
004090     MOVE "N" TO WS-EOF-SW
004100     OPEN INPUT EMPLOYEE-MASTER-FILE
004110     IF WS-EMP-FILE-STATUS NOT = "00"
004120         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
004130         GO TO 2200-EXIT
004140     END-IF
004150     PERFORM 2210-READ-FUNC THRU 2210-EXIT
004160         UNTIL WS-EOF
004170     CLOSE EMPLOYEE-MASTER-FILE
004180     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
004190 2200-EXIT.
004200     EXIT.
004210
004220 2210-READ-FUNC.
004230     READ EMPLOYEE-MASTER-FILE
004240         AT END
004250             MOVE "Y" TO WS-EOF-SW
004260             GO TO 2210-EXIT
004270     END-READ
004280     MOVE EMP-NOME TO WS-CAMPO-NOME
004290     PERFORM 4200-CONFERE-NOME THRU 4200-EXIT
004300     IF NOT WS-CASA
004310         AND (WS-IN-ID = SPACES OR EMP-MATRICULA = SPACES
004320              OR EMP-MATRICULA NOT = WS-IN-ID)
004330         GO TO 2210-EXIT
004340     END-IF
004350     IF EMP-MATRICULA NOT = SPACES
004360         MOVE EMP-MATRICULA TO WS-BUSCA-ID
004370         MOVE "F" TO WS-ID-TIPO-WK
004380         PERFORM 4400-GUARDA-ID THRU 4400-EXIT
004390     END-IF
004400     IF WS-FN-COUNT < 50
004410         ADD 1 TO WS-FN-COUNT
004420         MOVE EMP-NOME TO WS-FN-NOME(WS-FN-COUNT)
004430     ELSE
004440         ADD 1 TO WS-TABELA-CHEIA
004450     END-IF
004460     ADD 1 TO WS-SECAO-CONT
004470     MOVE EMP-SALARIO TO WS-VALOR-ED
004480     MOVE SPACES TO REPORT-LINE
004490     STRING "  " EMP-NOME " MATRICULA " EMP-MATRICULA
004500            " SITUACAO " EMP-STATUS
004510            " DESLIGAMENTO " EMP-DESLIG-DATE
004520            " SALARIO R$" WS-VALOR-ED
004530            " CARGA " EMP-CARGA-HORAS "H"
004540         DELIMITED BY SIZE INTO REPORT-LINE
004550     WRITE REPORT-LINE.
004560 2210-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600*  2300-LICENCAS
004610*  LEAVEMAST DOS FUNCIONARIOS ACHADOS (CHAVE = NOME).
004620******************************************************************
004630 2300-LICENCAS.
004640     MOVE "LEAVEMAST - LICENCAS" TO REPORT-LINE
004650     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
004660     MOVE "N" TO WS-EOF-SW
004670     OPEN INPUT LEAVE-FILE
004680     IF WS-LIC-FILE-STATUS NOT = "00"
004690         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
004700         GO TO 2300-EXIT
004710     END-IF
004720     PERFORM 2310-READ-LICENCA THRU 2310-EXIT
004730         UNTIL WS-EOF
004740     CLOSE LEAVE-FILE
004750     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
004760 2300-EXIT.
004770     EXIT.
004780
004790 2310-READ-LICENCA.
004800     READ LEAVE-FILE
004810         AT END
004820             MOVE "Y" TO WS-EOF-SW
004830             GO TO 2310-EXIT
004840     END-READ
004850     MOVE LIC-EMP-NOME TO WS-BUSCA-NOME
004860     PERFORM 4600-NOME-ACHADO THRU 4600-EXIT
004870     IF NOT WS-FOUND
004880         GO TO 2310-EXIT
004890     END-IF
004900     ADD 1 TO WS-SECAO-CONT
004910     MOVE SPACES TO REPORT-LINE
004920     STRING "  " LIC-EMP-NOME " TIPO " LIC-TIPO
004930            " DE " LIC-DATA-INI " A " LIC-DATA-FIM
004940            " SITUACAO " LIC-STATUS
004950            " APROVADOR " LIC-APROV-ID
004960         DELIMITED BY SIZE INTO REPORT-LINE
004970     WRITE REPORT-LINE.
004980 2310-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*  2400-CAIXAS
005030*  TELLMAST PELO NOME OU PELO ID DO CAIXA.
005040******************************************************************
005050 2400-CAIXAS.
005060     MOVE "TELLMAST - CADASTRO DE CAIXAS" TO REPORT-LINE
005070     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
005080     MOVE "N" TO WS-EOF-SW
005090     OPEN INPUT TELLER-MASTER-FILE
005100     IF WS-TELL-FILE-STATUS NOT = "00"
005110         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
005120         GO TO 2400-EXIT
005130     END-IF
005140     PERFORM 2410-READ-CAIXA THRU 2410-EXIT
005150         UNTIL WS-EOF
005160     CLOSE TELLER-MASTER-FILE
005170     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
005180 2400-EXIT.
005190     EXIT.
005200
005210 2410-READ-CAIXA.
005220     READ TELLER-MASTER-FILE
005230         AT END
005240             MOVE "Y" TO WS-EOF-SW
005250             GO TO 2410-EXIT
005260     END-READ
005270     MOVE TELLM-NAME TO WS-CAMPO-NOME
005280     PERFORM 4200-CONFERE-NOME THRU 4200-EXIT
005290     IF NOT WS-CASA
005300         AND (WS-IN-ID = SPACES OR TELLM-ID NOT = WS-IN-ID)
005310         GO TO 2410-EXIT
005320     END-IF
005330     MOVE TELLM-ID TO WS-BUSCA-ID
005340     MOVE "T" TO WS-ID-TIPO-WK
005350     PERFORM 4400-GUARDA-ID THRU 4400-EXIT
005360     ADD 1 TO WS-SECAO-CONT
005370     MOVE SPACES TO REPORT-LINE
005380     STRING "  CAIXA " TELLM-ID " " TELLM-NAME
005390            " REGISTRADORA " TELLM-REGISTER
005400            " SITUACAO " TELLM-ACTIVE
005410         DELIMITED BY SIZE INTO REPORT-LINE
005420     WRITE REPORT-LINE.
005430 2410-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*  2500-OPERADORES
005480*  OPERMAST PELO NOME OU PELO ID - O PIN NUNCA SAI.
005490******************************************************************
005500 2500-OPERADORES.
005510     MOVE "OPERMAST - OPERADORES DO SISTEMA" TO REPORT-LINE
005520     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
005530     MOVE "N" TO WS-EOF-SW
005540     OPEN INPUT OPERATOR-MASTER-FILE
005550     IF WS-OPER-FILE-STATUS NOT = "00"
005560         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
005570         GO TO 2500-EXIT
005580     END-IF
005590     PERFORM 2510-READ-OPERADOR THRU 2510-EXIT
005600         UNTIL WS-EOF
005610     CLOSE OPERATOR-MASTER-FILE
005620     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
005630 2500-EXIT.
005640     EXIT.
005650
005660 2510-READ-OPERADOR.
005670     READ OPERATOR-MASTER-FILE
005680         AT END
005690             MOVE "Y" TO WS-EOF-SW
005700             GO TO 2510-EXIT
005710     END-READ
005720     MOVE OPER-NAME TO WS-CAMPO-NOME
005730     PERFORM 4200-CONFERE-NOME THRU 4200-EXIT
005740     IF NOT WS-CASA
005750         AND (WS-IN-ID = SPACES OR OPER-ID NOT = WS-IN-ID)
005760         GO TO 2510-EXIT
005770     END-IF
005780     MOVE OPER-ID TO WS-BUSCA-ID
005790     MOVE "O" TO WS-ID-TIPO-WK
005800     PERFORM 4400-GUARDA-ID THRU 4400-EXIT
005810     ADD 1 TO WS-SECAO-CONT
005820     MOVE SPACES TO REPORT-LINE
005830     STRING "  OPERADOR " OPER-ID " " OPER-NAME
005840            " NIVEL " OPER-ROLE
005850            " PIN TROCADO EM " OPER-PIN-DATE
005860            " SITUACAO " OPER-STATUS
005870         DELIMITED BY SIZE INTO REPORT-LINE
005880     WRITE REPORT-LINE.
005890 2510-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930*  2600-PASSES
005940*  PASSMAST PELO TITULAR OU PELO NUMERO DO PASSE.
005950******************************************************************
005960 2600-PASSES.
005970     MOVE "PASSMAST - PASSES MENSAIS" TO REPORT-LINE
005980     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
005990     MOVE "N" TO WS-EOF-SW
006000     OPEN INPUT PASS-MASTER-FILE
006010     IF WS-PASS-FILE-STATUS NOT = "00"
006020         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
006030         GO TO 2600-EXIT
006040     END-IF
006050     PERFORM 2610-READ-PASSE THRU 2610-EXIT
006060         UNTIL WS-EOF
006070     CLOSE PASS-MASTER-FILE
006080     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
006090 2600-EXIT.
006100     EXIT.
006110
006120 2610-READ-PASSE.
006130     READ PASS-MASTER-FILE
006140         AT END
006150             MOVE "Y" TO WS-EOF-SW
006160             GO TO 2610-EXIT
006170     END-READ
006180     MOVE PASSM-HOLDER TO WS-CAMPO-NOME
006190     PERFORM 4200-CONFERE-NOME THRU 4200-EXIT
006200     IF NOT WS-CASA
006210         AND (WS-IN-ID = SPACES OR PASSM-NUMERO NOT = WS-IN-ID)
006220         GO TO 2610-EXIT
006230     END-IF
006240     MOVE PASSM-NUMERO TO WS-BUSCA-ID
006250     MOVE "P" TO WS-ID-TIPO-WK
006260     PERFORM 4400-GUARDA-ID THRU 4400-EXIT
006270     ADD 1 TO WS-SECAO-CONT
006280     MOVE PASSM-PRECO TO WS-VALOR-ED
006290     MOVE SPACES TO REPORT-LINE
006300     STRING "  PASSE " PASSM-NUMERO " " PASSM-HOLDER
006310            " ROTA " PASSM-ROTA " VALIDADE " PASSM-EXPIRY
006320            " PRECO R$" WS-VALOR-ED
006330         DELIMITED BY SIZE INTO REPORT-LINE
006340     WRITE REPORT-LINE.
006350 2610-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390*  2700-CARNES
006400*  CARNMAST PELO TITULAR OU PELO NUMERO DO CARNE.
006410******************************************************************
006420 2700-CARNES.
006430     MOVE "CARNMAST - CARNES DE PASSAGENS" TO REPORT-LINE
006440     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
006450     MOVE "N" TO WS-EOF-SW
006460     OPEN INPUT CARNET-FILE
006470     IF WS-CARN-FILE-STATUS NOT = "00"
006480         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
006490         GO TO 2700-EXIT
006500     END-IF
006510     PERFORM 2710-READ-CARNE THRU 2710-EXIT
006520         UNTIL WS-EOF
006530     CLOSE CARNET-FILE
006540     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
006550 2700-EXIT.
006560     EXIT.
006570
006580 2710-READ-CARNE.
006590     READ CARNET-FILE
006600         AT END
006610             MOVE "Y" TO WS-EOF-SW
006620             GO TO 2710-EXIT
006630     END-READ
006640     MOVE CARN-HOLDER TO WS-CAMPO-NOME
006650     PERFORM 4200-CONFERE-NOME THRU 4200-EXIT
006660     IF NOT WS-CASA
006670         AND (WS-IN-ID = SPACES OR CARN-NUMERO NOT = WS-IN-ID)
006680         GO TO 2710-EXIT
006690     END-IF
006700     MOVE CARN-NUMERO TO WS-BUSCA-ID
006710     MOVE "C" TO WS-ID-TIPO-WK
006720     PERFORM 4400-GUARDA-ID THRU 4400-EXIT
006730     ADD 1 TO WS-SECAO-CONT
006740     MOVE CARN-PRECO TO WS-VALOR-ED
006750     MOVE SPACES TO REPORT-LINE
006760     STRING "  CARNE " CARN-NUMERO " " CARN-HOLDER
006770            " VIAGENS " CARN-RIDES-LEFT "/" CARN-RIDES-TOTAL
006780            " VENDIDO EM " CARN-SALE-DATE
006790            " PRECO R$" WS-VALOR-ED
006800         DELIMITED BY SIZE INTO REPORT-LINE
006810     WRITE REPORT-LINE.
006820 2710-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860*  3000-VIAGENS
006870*  TICKETS PAGOS COM UM DOS PASSES/CARNES ACHADOS.
006880******************************************************************
006890 3000-VIAGENS.
006900     MOVE "TICKETS - VIAGENS COM O PASSE OU CARNE" TO REPORT-LINE
006910     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
006920     MOVE "N" TO WS-EOF-SW
006930     OPEN INPUT TICKETS-FILE
006940     IF WS-TKT-FILE-STATUS NOT = "00"
006950         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
006960         GO TO 3000-EXIT
006970     END-IF
006980     PERFORM 3010-READ-VIAGEM THRU 3010-EXIT
006990         UNTIL WS-EOF
007000     CLOSE TICKETS-FILE
007010     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
007020 3000-EXIT.
007030     EXIT.
007040
007050 3010-READ-VIAGEM.
007060     READ TICKETS-FILE
007070         AT END
007080             MOVE "Y" TO WS-EOF-SW
007090             GO TO 3010-EXIT
007100     END-READ
007110     IF TICKET-PASSE = SPACES
007120         GO TO 3010-EXIT
007130     END-IF
007140     MOVE TICKET-PASSE TO WS-BUSCA-ID
007150     PERFORM 4500-ID-ACHADO THRU 4500-EXIT
007160     IF NOT WS-FOUND
007170         GO TO 3010-EXIT
007180     END-IF
007190     ADD 1 TO WS-SECAO-CONT
007200     MOVE TICKET-TARIFA TO WS-TARIFA-ED
007210     MOVE SPACES TO REPORT-LINE
007220     STRING "  " TICKET-DATE " " TICKET-TIME(1:6)
007230            " ROTA " TICKET-ROTA " " TICKET-CATEGORIA
007240            " R$" WS-TARIFA-ED
007250            " IDADE " TICKET-IDADE
007260            " PASSE/CARNE " TICKET-PASSE
007270         DELIMITED BY SIZE INTO REPORT-LINE
007280     WRITE REPORT-LINE.
007290 3010-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*  3200-VISITAS
007340*  VISITREG: COMO VISITANTE (NOME OU NUMERO DA VISITA) OU COMO
007350*  ANFITRIAO (NOME OU MATRICULA DO FUNCIONARIO ACHADO).
007360******************************************************************
007370 3200-VISITAS.
007380     MOVE "VISITREG - PORTARIA" TO REPORT-LINE
007390     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
007400     MOVE "N" TO WS-EOF-SW
007410     OPEN INPUT VISIT-FILE
007420     IF WS-VIS-FILE-STATUS NOT = "00"
007430         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
007440         GO TO 3200-EXIT
007450     END-IF
007460     PERFORM 3210-READ-VISITA THRU 3210-EXIT
007470         UNTIL WS-EOF
007480     CLOSE VISIT-FILE
007490     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
007500 3200-EXIT.
007510     EXIT.
007520
007530 3210-READ-VISITA.
007540     READ VISIT-FILE
007550         AT END
007560             MOVE "Y" TO WS-EOF-SW
007570             GO TO 3210-EXIT
007580     END-READ
007590     MOVE VIS-NOME TO WS-CAMPO-NOME
007600     PERFORM 4200-CONFERE-NOME THRU 4200-EXIT
007610     MOVE VIS-NUMERO TO WS-BUSCA-ID
007620     IF WS-CASA
007630         OR (WS-IN-ID NOT = SPACES AND WS-BUSCA-ID = WS-IN-ID)
007640         MOVE "V" TO WS-ID-TIPO-WK
007650         PERFORM 4400-GUARDA-ID THRU 4400-EXIT
007660         ADD 1 TO WS-SECAO-CONT
007670         MOVE SPACES TO REPORT-LINE
007680         STRING "  VISITANTE " VIS-NUMERO " " VIS-EVENTO
007690                " " VIS-DATA " " VIS-HORA " " VIS-NOME
007700                " EMPRESA " VIS-EMPRESA
007710                " ANFITRIAO " VIS-ANF-NOME
007720             DELIMITED BY SIZE INTO REPORT-LINE
007730         WRITE REPORT-LINE
007740         GO TO 3210-EXIT
007750     END-IF
007760     MOVE VIS-ANF-NOME TO WS-CAMPO-NOME
007770     PERFORM 4200-CONFERE-NOME THRU 4200-EXIT
007780     MOVE VIS-ANF-MATRIC TO WS-BUSCA-ID
007790     PERFORM 4500-ID-ACHADO THRU 4500-EXIT
007800     IF WS-CASA OR (VIS-ANF-MATRIC NOT = SPACES AND WS-FOUND)
007810         ADD 1 TO WS-SECAO-CONT
007820         MOVE SPACES TO REPORT-LINE
007830         STRING "  ANFITRIAO " VIS-NUMERO " " VIS-EVENTO
007840                " " VIS-DATA " " VIS-HORA " " VIS-ANF-NOME
007850                " MATRICULA " VIS-ANF-MATRIC
007860             DELIMITED BY SIZE INTO REPORT-LINE
007870         WRITE REPORT-LINE
007880     END-IF.
007890 3210-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930*  3400-TRILHA
007940*  REGISTROS DA TRILHA (ACERVO + MOVIMENTO) CUJA CHAVE E UM DOS
007950*  IDS ACHADOS OU O NOME (10 POSICOES) DE UM FUNCIONARIO ACHADO.
007960******************************************************************
007970 3400-TRILHA.
007980     MOVE "AUDITARC/AUDITLOG - TRILHA DE AUDITORIA" TO REPORT-LINE
007990     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
008000     MOVE "N" TO WS-EOF-SW
008010     OPEN INPUT AUDIT-ARCHIVE-FILE
008020     IF WS-ARC-FILE-STATUS = "00"
008030         PERFORM 3410-READ-ARCHIVE THRU 3410-EXIT
008040             UNTIL WS-EOF
008050         CLOSE AUDIT-ARCHIVE-FILE
008060     END-IF
008070     MOVE "N" TO WS-EOF-SW
008080     OPEN INPUT AUDIT-LOG-FILE
008090     IF WS-AUDIT-FILE-STATUS = "00"
008100         PERFORM 3420-READ-CURRENT THRU 3420-EXIT
008110             UNTIL WS-EOF
008120         CLOSE AUDIT-LOG-FILE
008130     END-IF
008140     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
008150 3400-EXIT.
008160     EXIT.
008170
008180 3410-READ-ARCHIVE.
008190     READ AUDIT-ARCHIVE-FILE
008200         AT END
008210             MOVE "Y" TO WS-EOF-SW
008220             GO TO 3410-EXIT
008230     END-READ
008240     MOVE ARC-PROGRAM-ID  TO WS-T-PROGRAMA
008250     MOVE ARC-OPERATOR-ID TO WS-T-OPERADOR
008260     MOVE ARC-DATE        TO WS-T-DATA
008270     MOVE ARC-TIME        TO WS-T-HORA
008280     MOVE ARC-KEY         TO WS-T-CHAVE
008290     MOVE ARC-DETAIL      TO WS-T-DETALHE
008300     PERFORM 3450-CONFERE-TRILHA THRU 3450-EXIT.
008310 3410-EXIT.
008320     EXIT.
008330
008340 3420-READ-CURRENT.
008350     READ AUDIT-LOG-FILE
008360         AT END
008370             MOVE "Y" TO WS-EOF-SW
008380             GO TO 3420-EXIT
008390     END-READ
008400     MOVE AUDIT-PROGRAM-ID  TO WS-T-PROGRAMA
008410     MOVE AUDIT-OPERATOR-ID TO WS-T-OPERADOR
008420     MOVE AUDIT-DATE        TO WS-T-DATA
008430     MOVE AUDIT-TIME        TO WS-T-HORA
008440     MOVE AUDIT-KEY         TO WS-T-CHAVE
008450     MOVE AUDIT-DETAIL      TO WS-T-DETALHE
008460     PERFORM 3450-CONFERE-TRILHA THRU 3450-EXIT.
008470 3420-EXIT.
008480     EXIT.
008490
008500 3450-CONFERE-TRILHA.
008510     IF WS-T-CHAVE = SPACES
008520         GO TO 3450-EXIT
008530     END-IF
008540     MOVE WS-T-CHAVE TO WS-BUSCA-ID
008550     PERFORM 4500-ID-ACHADO THRU 4500-EXIT
008560     IF NOT WS-FOUND
008570         MOVE WS-T-CHAVE TO WS-BUSCA-NOME
008580         PERFORM 4600-NOME-ACHADO THRU 4600-EXIT
008590     END-IF
008600     IF NOT WS-FOUND
008610         GO TO 3450-EXIT
008620     END-IF
008630     ADD 1 TO WS-SECAO-CONT
008640     MOVE SPACES TO REPORT-LINE
008650     STRING "  " WS-T-DATA " " WS-T-HORA(1:6)
008660            " " WS-T-PROGRAMA " " WS-T-OPERADOR
008670            " " WS-T-CHAVE " " WS-T-DETALHE
008680         DELIMITED BY SIZE INTO REPORT-LINE
008690     WRITE REPORT-LINE.
008700 3450-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740*  3600-ANONIMIZACAO
008750*  ANONREG: DADOS DA PESSOA JA APAGADOS PELO ANONIMIZ.
008760******************************************************************
008770 3600-ANONIMIZACAO.
008780     MOVE "ANONREG - DADOS JA ANONIMIZADOS" TO REPORT-LINE
008790     PERFORM 4000-INICIA-SECAO THRU 4000-EXIT
008800     MOVE "N" TO WS-EOF-SW
008810     OPEN INPUT ANON-REGISTER-FILE
008820     IF WS-ANR-FILE-STATUS NOT = "00"
008830         PERFORM 4100-FIM-SECAO THRU 4100-EXIT
008840         GO TO 3600-EXIT
008850     END-IF
008860     PERFORM 3610-READ-ANON THRU 3610-EXIT
008870         UNTIL WS-EOF
008880     CLOSE ANON-REGISTER-FILE
008890     PERFORM 4100-FIM-SECAO THRU 4100-EXIT.
008900 3600-EXIT.
008910     EXIT.
008920
008930 3610-READ-ANON.
008940     READ ANON-REGISTER-FILE
008950         AT END
008960             MOVE "Y" TO WS-EOF-SW
008970             GO TO 3610-EXIT
008980     END-READ
008990     MOVE ANON-ID TO WS-BUSCA-ID
009000     PERFORM 4500-ID-ACHADO THRU 4500-EXIT
009010     IF NOT WS-FOUND
009020         GO TO 3610-EXIT
009030     END-IF
009040     ADD 1 TO WS-SECAO-CONT
009050     MOVE SPACES TO REPORT-LINE
009060     STRING "  " ANON-ARQUIVO " " ANON-ID
009070            " ANONIMIZADO EM " ANON-DATA
009080            " (" ANON-MOTIVO ")"
009090         DELIMITED BY SIZE INTO REPORT-LINE
009100     WRITE REPORT-LINE.
009110 3610-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150*  4000-INICIA-SECAO / 4100-FIM-SECAO
009160*  TITULO DA SECAO (JA EM REPORT-LINE) E A LINHA DE "NENHUM
009170*  REGISTRO" PARA A SECAO VAZIA.
009180******************************************************************
009190 4000-INICIA-SECAO.
009200     MOVE ZERO TO WS-SECAO-CONT
009210     MOVE REPORT-LINE TO WS-T-DETALHE
009220     MOVE SPACES TO REPORT-LINE
009230     WRITE REPORT-LINE
009240     MOVE WS-T-DETALHE TO REPORT-LINE
009250     WRITE REPORT-LINE.
009260 4000-EXIT.
009270     EXIT.
009280
009290 4100-FIM-SECAO.
009300     IF WS-SECAO-CONT = ZERO
009310         MOVE "  NENHUM REGISTRO" TO REPORT-LINE
009320         WRITE REPORT-LINE
009330     END-IF
009340     ADD WS-SECAO-CONT TO WS-TOTAL-CONT.
009350 4100-EXIT.
009360     EXIT.
009370
009380******************************************************************
009390*  4200-CONFERE-NOME
009400*  O NOME PESQUISADO APARECE EM WS-CAMPO-NOME?
009410******************************************************************
009420 4200-CONFERE-NOME.
009430     MOVE "N" TO WS-CASA-SW
009440     IF WS-NOME-TAM = ZERO
009450         GO TO 4200-EXIT
009460     END-IF
009470     MOVE ZERO TO WS-TALLY
009480     INSPECT WS-CAMPO-NOME TALLYING WS-TALLY
009490         FOR ALL WS-IN-NOME(1:WS-NOME-TAM)
009500     IF WS-TALLY > ZERO
009510         MOVE "Y" TO WS-CASA-SW
009520     END-IF.
009530 4200-EXIT.
009540     EXIT.
009550
009560******************************************************************
009570*  4400-GUARDA-ID
009580*  ACRESCENTA WS-BUSCA-ID (TIPO WS-ID-TIPO-WK) NA TABELA DE IDS,
009590*  SEM REPETIR.
009600******************************************************************
009610 4400-GUARDA-ID.
009620     PERFORM 4500-ID-ACHADO THRU 4500-EXIT
009630     IF WS-FOUND
009640         GO TO 4400-EXIT
009650     END-IF
009660     IF WS-ID-COUNT >= 300
009670         ADD 1 TO WS-TABELA-CHEIA
009680         GO TO 4400-EXIT
009690     END-IF
009700     ADD 1 TO WS-ID-COUNT
009710     MOVE WS-BUSCA-ID   TO WS-ID-VALOR(WS-ID-COUNT)
009720     MOVE WS-ID-TIPO-WK TO WS-ID-TIPO(WS-ID-COUNT).
009730 4400-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770*  4500-ID-ACHADO
009780*  WS-BUSCA-ID ESTA NA TABELA DE IDS DA PESSOA?
009790******************************************************************
009800 4500-ID-ACHADO.
009810     MOVE "N" TO WS-FOUND-SW
009820     PERFORM 4550-TRY-ID THRU 4550-EXIT
009830         VARYING WS-ID-IDX FROM 1 BY 1
009840         UNTIL WS-ID-IDX > WS-ID-COUNT OR WS-FOUND.
009850 4500-EXIT.
009860     EXIT.
009870
009880 4550-TRY-ID.
009890     IF WS-ID-VALOR(WS-ID-IDX) = WS-BUSCA-ID
009900         MOVE "Y" TO WS-FOUND-SW
009910     END-IF.
009920 4550-EXIT.
009930     EXIT.
009940
009950******************************************************************
009960*  4600-NOME-ACHADO
009970*  WS-BUSCA-NOME E O NOME DE UM FUNCIONARIO ACHADO? A TRILHA
009980*  GUARDA SO AS 10 PRIMEIRAS POSICOES - A COMPARACAO E PELO
009990*  TAMANHO DA CHAVE QUANDO O RESTO VEM EM BRANCO.
010000******************************************************************
010010 4600-NOME-ACHADO.
010020     MOVE "N" TO WS-FOUND-SW
010030     PERFORM 4650-TRY-NOME THRU 4650-EXIT
010040         VARYING WS-FN-IDX FROM 1 BY 1
010050         UNTIL WS-FN-IDX > WS-FN-COUNT OR WS-FOUND.
010060 4600-EXIT.
010070     EXIT.
010080
010090 4650-TRY-NOME.
010100     IF WS-FN-NOME(WS-FN-IDX) = WS-BUSCA-NOME
010110         MOVE "Y" TO WS-FOUND-SW
010120     END-IF
010130     IF WS-BUSCA-NOME(11:10) = SPACES
010140         AND WS-FN-NOME(WS-FN-IDX)(1:10) = WS-BUSCA-NOME(1:10)
010150         MOVE "Y" TO WS-FOUND-SW
010160     END-IF.
010170 4650-EXIT.
010180     EXIT.
010190
010200******************************************************************
010210*  5000-FINALIZE
010220*  TOTAL, AVISO DE TABELA CHEIA E O REGISTRO NA TRILHA (SEM O
010230*  NOME PESQUISADO).
010240******************************************************************
010250 5000-FINALIZE.
010260     MOVE SPACES TO REPORT-LINE
010270     WRITE REPORT-LINE
010280     MOVE WS-TOTAL-CONT TO WS-QTD-ED
010290     MOVE SPACES TO REPORT-LINE
010300     STRING "TOTAL DE REGISTROS SOBRE O TITULAR: " WS-QTD-ED
010310         DELIMITED BY SIZE INTO REPORT-LINE
010320     WRITE REPORT-LINE
010330     DISPLAY REPORT-LINE(1:79)
010340     IF WS-TABELA-CHEIA > ZERO
010350         MOVE WS-TABELA-CHEIA TO WS-QTD-ED
010360         MOVE SPACES TO REPORT-LINE
010370         STRING "ATENCAO: " WS-QTD-ED
010380                " ID(S)/NOME(S) FORA DAS TABELAS -"
010390                " VINCULADOS PARCIAIS"
010400             DELIMITED BY SIZE INTO REPORT-LINE
010410         WRITE REPORT-LINE
010420         DISPLAY REPORT-LINE(1:79)
010430     END-IF
010440     CLOSE SUBJECT-REPORT-FILE
010450     MOVE "TITULAR"          TO AUDIT-PROGRAM-ID
010460     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010470     ACCEPT AUDIT-TIME FROM TIME
010480     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010490     IF WS-IN-ID NOT = SPACES
010500         MOVE WS-IN-ID        TO AUDIT-KEY
010510     ELSE
010520         MOVE "POR NOME"      TO AUDIT-KEY
010530     END-IF
010540     MOVE SPACES              TO AUDIT-DETAIL
010550     STRING "ACESSO DO TITULAR REGISTROS=" WS-TOTAL-CONT
010560            " RUN=" RUN-STAMP-ID
010570         DELIMITED BY SIZE INTO AUDIT-DETAIL
010580     CALL "AUDITWR" USING AUDIT-RECORD
010590     MOVE 0 TO RETURN-CODE.
010600 5000-EXIT.
010610     EXIT.
