000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TRIPULA.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - TRIPULACAO POR PARTIDA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  TRIPULA.CBL
000090*  ATRIBUICAO DE TRIPULACAO POR PARTIDA (TRIPCREW, COPYBOOK
000100*  TRIPCREWREC), NO PADRAO DO VEICMANT: PARA CADA DIA E ID DE
000110*  PARTIDA (O MESMO DO TRIPVEIC), O MOTORISTA E O COBRADOR DO
000120*  EMPMAST E O HORARIO DE CHEGADA. A ATRIBUICAO E RECUSADA QUANDO
000130*  O FUNCIONARIO:
000140*    - NAO ESTA NO EMPMAST OU ESTA DESLIGADO;
000150*    - TEM LICENCA APROVADA NO LEAVEMAST COBRINDO O DIA;
000160*    - JA ESTA EM OUTRA PARTIDA NO MESMO HORARIO;
000170*    - PASSARIA DO MAXIMO DE HORAS DE DIRECAO NO DIA (MOTORISTA);
000180*    - NAO TERIA O DESCANSO MINIMO ENTRE A JORNADA DO DIA
000190*      (PRIMEIRA PARTIDA A ULTIMA CHEGADA) E A DO DIA ANTERIOR OU
000200*      DO SEGUINTE.
000210*  A FOLHA DIARIA (TRIPRPT) LISTA AS PARTIDAS DE CADA FUNCIONARIO
000220*  NO DIA E AS PARTIDAS DA GRADE (TIMETAB, PADRAO DO DIA COMO NO
000230*  PARTIDAS) AINDA SEM TRIPULACAO. O PONTOMES SOMA AS HORAS DE
000240*  TRIPULACAO NA APURACAO DO MES.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT TRIP-CREW-FILE ASSIGN TO "TRIPCREW"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS WS-CR-FILE-STATUS.
000360     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-EMP-FILE-STATUS.
000390     SELECT LEAVE-FILE ASSIGN TO "LEAVEMAST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-LIC-FILE-STATUS.
000420     SELECT TIMETABLE-FILE ASSIGN TO "TIMETAB"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-TT-FILE-STATUS.
000450     SELECT DUTY-REPORT-FILE ASSIGN TO "TRIPRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  TRIP-CREW-FILE
000530     RECORDING MODE IS F.
000540     COPY TRIPCREWREC.
000550 FD  EMPLOYEE-MASTER-FILE
000560     RECORDING MODE IS F.
000570     COPY EMPMASTREC.
000580 FD  LEAVE-FILE
000590     RECORDING MODE IS F.
000600     COPY LICREC.
000610 FD  TIMETABLE-FILE
000620     RECORDING MODE IS F.
000630     COPY TIMETABREC.
000640 FD  DUTY-REPORT-FILE
000650     RECORDING MODE IS F.
000660 01  REPORT-LINE                 PIC X(80).
000670 FD  AUDIT-LOG-FILE
000680     RECORDING MODE IS F.
000690     COPY AUDITREC.
000700 WORKING-STORAGE SECTION.
000710 01  WS-SWITCHES.
000720     05  WS-CR-FILE-STATUS       PIC X(02)   VALUE "00".
000730     05  WS-EMP-FILE-STATUS      PIC X(02)   VALUE "00".
000740     05  WS-LIC-FILE-STATUS      PIC X(02)   VALUE "00".
000750     05  WS-TT-FILE-STATUS       PIC X(02)   VALUE "00".
000760     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000770     05  WS-CR-EOF-SW            PIC X(01)   VALUE "N".
000780         88  WS-CR-EOF                       VALUE "Y".
000790     05  WS-EMP-EOF-SW           PIC X(01)   VALUE "N".
000800         88  WS-EMP-EOF                      VALUE "Y".
000810     05  WS-LIC-EOF-SW           PIC X(01)   VALUE "N".
000820         88  WS-LIC-EOF                      VALUE "Y".
000830     05  WS-TT-EOF-SW            PIC X(01)   VALUE "N".
000840         88  WS-TT-EOF                       VALUE "Y".
000850     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000860         88  WS-EXIT                         VALUE "Y".
000870     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000880         88  WS-SIGNON-VALID                 VALUE "Y".
000890     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000900         88  WS-FOUND                        VALUE "Y".
000910     05  WS-VALIDO-SW            PIC X(01)   VALUE "N".
000920         88  WS-VALIDO                       VALUE "Y".
000930 01  WS-MSG-CODE-WK              PIC X(08).
000940 01  WS-MSG-TEXT-WK              PIC X(60).
000950 01  WS-OPERATOR-ID              PIC X(08).
000960 01  WS-OPERATOR-PIN             PIC X(04).
000970 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000980 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000990     88  WS-AUTHORIZED                       VALUE "Y".
001000 01  WS-RUN-STAMP-DISP           PIC X(30).
001010     COPY RUNSTAMP.
001020 01  WS-ACAO                     PIC X(01).
001030 01  WS-IN-DATA                  PIC X(08).
001040 01  WS-IN-TRIP                  PIC X(12).
001050 01  WS-IN-INI                   PIC X(04).
001060 01  WS-IN-FIM                   PIC X(04).
001070 01  WS-IN-MOTORISTA             PIC X(20).
001080 01  WS-IN-COBRADOR              PIC X(20).
001090 01  WS-NOME-WK                  PIC X(20).
001100 01  WS-FUNCAO-WK                PIC X(01).
001110 01  WS-FUNCAO-DESC              PIC X(09).
001120 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001130 01  WS-SCAN                     PIC 9(03).
001140 01  WS-SCAN2                    PIC 9(03).
001150 01  WS-POS                      PIC 9(03).
001160 01  WS-DEST                     PIC 9(03).
001170******************************************************************
001180*  LIMITES DA TRIPULACAO: NO MAXIMO 9 HORAS DE DIRECAO POR DIA E
001190*  NO MINIMO 11 HORAS DE DESCANSO ENTRE DUAS JORNADAS (O MESMO
001200*  DESCANSO DO ESCPLAN). JORNADA = DA PRIMEIRA PARTIDA DO DIA A
001210*  ULTIMA CHEGADA, NA FUNCAO QUE FOR.
001220******************************************************************
001230 01  WS-MAX-DIRECAO-MIN          PIC 9(04)   VALUE 540.
001240 01  WS-DESCANSO-MIN             PIC 9(04)   VALUE 660.
001250 01  WS-HH-WK                    PIC 9(02).
001260 01  WS-HHMM-WK                  PIC 9(04).
001270 01  WS-MIN-WK                   PIC 9(05).
001280 01  WS-MIN-INI                  PIC 9(05).
001290 01  WS-MIN-FIM                  PIC 9(05).
001300 01  WS-OUT-INI                  PIC 9(05).
001310 01  WS-OUT-FIM                  PIC 9(05).
001320 01  WS-INI-DIA                  PIC 9(05).
001330 01  WS-FIM-DIA                  PIC 9(05).
001340 01  WS-PREV-FIM                 PIC 9(05).
001350 01  WS-NEXT-INI                 PIC 9(05).
001360 01  WS-DIRECAO-DIA              PIC 9(05).
001370 01  WS-FOLGA                    PIC S9(05).
001380 01  WS-DATA-NUM                 PIC 9(08).
001390 01  WS-DATA-NUM-DIA             PIC 9(08).
001400 01  WS-INT-DIA                  PIC 9(07).
001410 01  WS-INT-WK                   PIC 9(07).
001420 01  WS-DATA-ANT                 PIC X(08).
001430 01  WS-DATA-SEG                 PIC X(08).
001440 01  WS-DIAUTIL-FUNC             PIC X(01).
001450 01  WS-DU-DATE-OUT              PIC X(08).
001460 01  WS-DU-BUSINESS-SW           PIC X(01).
001470 01  WS-DIA-SEMANA               PIC 9(01).
001480 01  WS-PADRAO-DIA               PIC X(01).
001490******************************************************************
001500*  TOTAIS DA FOLHA DIARIA (POR FUNCIONARIO E DO DIA).
001510******************************************************************
001520 01  WS-FL-PARTIDAS              PIC 9(03).
001530 01  WS-FL-MIN                   PIC 9(05).
001540 01  WS-FL-DIRECAO               PIC 9(05).
001550 01  WS-FL-INI                   PIC X(04).
001560 01  WS-FL-FIM                   PIC X(04).
001570 01  WS-GRADE-DIA                PIC 9(03).
001580 01  WS-SEM-TRIP                 PIC 9(03).
001590 01  WS-INCOMPLETAS              PIC 9(03).
001600 01  WS-MIN-ED                   PIC ZZZ9.
001610 01  WS-PART-ED                  PIC ZZ9.
001620 01  WS-DIRECAO-ED               PIC ZZZ9.
001630
001640******************************************************************
001650*  CADASTROS EM MEMORIA: FUNCIONARIOS (COM A SITUACAO), LICENCAS
001660*  APROVADAS E A GRADE. A TRIPULACAO E REGRAVADA INTEIRA NA
001670*  SAIDA, EM ORDEM DE DIA + HORARIO DE PARTIDA + ID DA PARTIDA.
001680******************************************************************
001690 01  WS-EM-TABLE.
001700     05  WS-EM-ENTRY OCCURS 200 TIMES
001710                     INDEXED BY WS-EM-IDX.
001720         10  WS-EM-NOME          PIC X(20).
001730         10  WS-EM-STATUS        PIC X(01).
001740 01  WS-EM-COUNT                 PIC 9(03)   VALUE ZERO.
001750 01  WS-LV-TABLE.
001760     05  WS-LV-ENTRY OCCURS 200 TIMES
001770                     INDEXED BY WS-LV-IDX.
001780         10  WS-LV-NOME          PIC X(20).
001790         10  WS-LV-INI           PIC 9(08).
001800         10  WS-LV-FIM           PIC 9(08).
001810 01  WS-LV-COUNT                 PIC 9(03)   VALUE ZERO.
001820 01  WS-TT-TABLE.
001830     05  WS-TT-ENTRY OCCURS 100 TIMES
001840                     INDEXED BY WS-TT-IDX.
001850         10  WS-TT-ROTA          PIC X(03).
001860         10  WS-TT-TIME          PIC X(04).
001870         10  WS-TT-PATTERN       PIC X(01).
001880 01  WS-TT-COUNT                 PIC 9(03)   VALUE ZERO.
001890 01  WS-CR-TABLE.
001900     05  WS-CR-ENTRY OCCURS 500 TIMES
001910                     INDEXED BY WS-CR-IDX.
001920         10  WS-CR-CHAVE.
001930             15  WS-CR-DATA      PIC X(08).
001940             15  WS-CR-INI       PIC X(04).
001950             15  WS-CR-TRIP      PIC X(12).
001960         10  WS-CR-FIM           PIC X(04).
001970         10  WS-CR-MOTORISTA     PIC X(20).
001980         10  WS-CR-COBRADOR      PIC X(20).
001990         10  WS-CR-OPERATOR      PIC X(08).
002000 01  WS-CR-COUNT                 PIC 9(03)   VALUE ZERO.
002010 01  WS-NEW-CHAVE.
002020     05  WS-NEW-DATA             PIC X(08).
002030     05  WS-NEW-INI              PIC X(04).
002040     05  WS-NEW-TRIP             PIC X(12).
002050 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
002060     88  WS-OVERFLOW                         VALUE "Y".
002070******************************************************************
002080*  FUNCIONARIOS COM PARTIDA NO DIA DA FOLHA.
002090******************************************************************
002100 01  WS-FN-TABLE.
002110     05  WS-FN-ENTRY OCCURS 200 TIMES
002120                     INDEXED BY WS-FN-IDX.
002130         10  WS-FN-NOME          PIC X(20).
002140 01  WS-FN-COUNT                 PIC 9(03)   VALUE ZERO.
002150
002160 PROCEDURE DIVISION.
002170
002180 0000-MAINLINE.
002190     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002200*    ROTINA DE CADASTRO - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
002210     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002220                         WS-AUTHORIZED-SW
002230     IF NOT WS-AUTHORIZED
002240         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002250         MOVE 8 TO RETURN-CODE
002260         STOP RUN
002270     END-IF
002280     PERFORM 1000-INITIALIZE
002290     IF WS-OVERFLOW
002300         DISPLAY "CADASTRO MAIOR QUE AS TABELAS - EXECUCAO"
002310                 " RECUSADA, NADA ALTERADO"
002320         MOVE 8 TO RETURN-CODE
002330         STOP RUN
002340     END-IF
002350     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002360         UNTIL WS-EXIT
002370     PERFORM 3000-FINALIZE
002380     STOP RUN.
002390
002400******************************************************************
002410*  0010-SIGN-ON
002420*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002430*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002440******************************************************************
002450 0010-SIGN-ON.
002460     MOVE "N" TO WS-SIGNON-VALID-SW
002470     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002480         UNTIL WS-SIGNON-VALID.
002490 0010-EXIT.
002500     EXIT.
002510
002520 0020-PROMPT-SIGNON.
002530     MOVE "SGN-001" TO WS-MSG-CODE-WK
002540     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002550     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002560     ACCEPT WS-OPERATOR-ID
002570     MOVE "SGN-002" TO WS-MSG-CODE-WK
002580     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002590     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002600     ACCEPT WS-OPERATOR-PIN
002610     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002620                           WS-SIGNON-VALID-SW
002630     IF NOT WS-SIGNON-VALID
002640         MOVE "SGN-003" TO WS-MSG-CODE-WK
002650         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002660         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002670     END-IF.
002680 0020-EXIT.
002690     EXIT.
002700
002710
002720******************************************************************
002730*  1000-INITIALIZE
002740*  CARREGA FUNCIONARIOS, LICENCAS APROVADAS, GRADE E TRIPULACAO
002750*  EM MEMORIA E ABRE A AUDITORIA.
002760******************************************************************
002770 1000-INITIALIZE.
002780     OPEN INPUT EMPLOYEE-MASTER-FILE
002790     IF WS-EMP-FILE-STATUS NOT = "00"
002800         MOVE "Y" TO WS-EMP-EOF-SW
002810     ELSE
002820         PERFORM 1100-LOAD-EMPLOYEE THRU 1100-EXIT
002830             UNTIL WS-EMP-EOF
002840         CLOSE EMPLOYEE-MASTER-FILE
002850     END-IF
002860     OPEN INPUT LEAVE-FILE
002870     IF WS-LIC-FILE-STATUS NOT = "00"
002880         MOVE "Y" TO WS-LIC-EOF-SW
002890     ELSE
002900         PERFORM 1200-LOAD-LEAVE THRU 1200-EXIT
002910             UNTIL WS-LIC-EOF
002920         CLOSE LEAVE-FILE
002930     END-IF
002940     OPEN INPUT TIMETABLE-FILE
002950     IF WS-TT-FILE-STATUS NOT = "00"
002960         MOVE "Y" TO WS-TT-EOF-SW
002970     ELSE
002980         PERFORM 1300-LOAD-TT-ENTRY THRU 1300-EXIT
002990             UNTIL WS-TT-EOF
003000         CLOSE TIMETABLE-FILE
003010     END-IF
003020     OPEN INPUT TRIP-CREW-FILE
003030     IF WS-CR-FILE-STATUS NOT = "00"
003040         MOVE "Y" TO WS-CR-EOF-SW
003050     ELSE
003060         PERFORM 1400-LOAD-CREW THRU 1400-EXIT
003070             UNTIL WS-CR-EOF
003080         CLOSE TRIP-CREW-FILE
003090     END-IF
003100     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
003110
003120 1100-LOAD-EMPLOYEE.
003130     READ EMPLOYEE-MASTER-FILE
003140         AT END
003150             MOVE "Y" TO WS-EMP-EOF-SW
003160             GO TO 1100-EXIT
003170     END-READ
003180     IF WS-EM-COUNT >= 200
003190         MOVE "Y" TO WS-OVERFLOW-SW
003200         GO TO 1100-EXIT
003210     END-IF
003220     ADD 1 TO WS-EM-COUNT
003230     SET WS-EM-IDX TO WS-EM-COUNT
003240     MOVE EMP-NOME   TO WS-EM-NOME(WS-EM-IDX)
003250     MOVE EMP-STATUS TO WS-EM-STATUS(WS-EM-IDX).
003260 1100-EXIT.
003270     EXIT.
003280
003290 1200-LOAD-LEAVE.
003300     READ LEAVE-FILE
003310         AT END
003320             MOVE "Y" TO WS-LIC-EOF-SW
003330             GO TO 1200-EXIT
003340     END-READ
003350     IF NOT LIC-APROVADA
003360         GO TO 1200-EXIT
003370     END-IF
003380     IF WS-LV-COUNT >= 200
003390         MOVE "Y" TO WS-OVERFLOW-SW
003400         GO TO 1200-EXIT
003410     END-IF
003420     ADD 1 TO WS-LV-COUNT
003430     SET WS-LV-IDX TO WS-LV-COUNT
003440     MOVE LIC-EMP-NOME TO WS-LV-NOME(WS-LV-IDX)
003450     MOVE LIC-DATA-INI TO WS-LV-INI(WS-LV-IDX)
003460     MOVE LIC-DATA-FIM TO WS-LV-FIM(WS-LV-IDX).
003470 1200-EXIT.
003480     EXIT.
003490
003500 1300-LOAD-TT-ENTRY.
003510     READ TIMETABLE-FILE
003520         AT END
003530             MOVE "Y" TO WS-TT-EOF-SW
003540             GO TO 1300-EXIT
003550     END-READ
003560     IF WS-TT-COUNT >= 100
003570         MOVE "Y" TO WS-OVERFLOW-SW
003580         GO TO 1300-EXIT
003590     END-IF
003600     ADD 1 TO WS-TT-COUNT
003610     SET WS-TT-IDX TO WS-TT-COUNT
003620     MOVE TT-ROTA     TO WS-TT-ROTA(WS-TT-IDX)
003630     MOVE TT-DEP-TIME TO WS-TT-TIME(WS-TT-IDX)
003640     MOVE TT-PATTERN  TO WS-TT-PATTERN(WS-TT-IDX).
003650 1300-EXIT.
003660     EXIT.
003670
003680 1400-LOAD-CREW.
003690     READ TRIP-CREW-FILE
003700         AT END
003710             MOVE "Y" TO WS-CR-EOF-SW
003720             GO TO 1400-EXIT
003730     END-READ
003740     IF WS-CR-COUNT >= 500
003750         MOVE "Y" TO WS-OVERFLOW-SW
003760         GO TO 1400-EXIT
003770     END-IF
003780     ADD 1 TO WS-CR-COUNT
003790     SET WS-CR-IDX TO WS-CR-COUNT
003800     MOVE TCR-DATA        TO WS-CR-DATA(WS-CR-IDX)
003810     MOVE TCR-HORA-INI    TO WS-CR-INI(WS-CR-IDX)
003820     MOVE TCR-TRIP-ID     TO WS-CR-TRIP(WS-CR-IDX)
003830     MOVE TCR-HORA-FIM    TO WS-CR-FIM(WS-CR-IDX)
003840     MOVE TCR-MOTORISTA   TO WS-CR-MOTORISTA(WS-CR-IDX)
003850     MOVE TCR-COBRADOR    TO WS-CR-COBRADOR(WS-CR-IDX)
003860     MOVE TCR-OPERATOR-ID TO WS-CR-OPERATOR(WS-CR-IDX).
003870 1400-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910*  0100-OPEN-AUDIT-LOG-FILE
003920*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003930*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003940******************************************************************
003950 0100-OPEN-AUDIT-LOG-FILE.
003960     OPEN EXTEND AUDIT-LOG-FILE
003970     IF WS-AUDIT-FILE-STATUS = "35"
003980         OPEN OUTPUT AUDIT-LOG-FILE
003990         CLOSE AUDIT-LOG-FILE
004000         OPEN EXTEND AUDIT-LOG-FILE
004010     END-IF.
004020
004030******************************************************************
004040*  2000-SHOW-MENU
004050*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
004060******************************************************************
004070 2000-SHOW-MENU.
004080     DISPLAY " "
004090     DISPLAY "TRIPULACAO POR PARTIDA - ESCOLHA A ACAO:"
004100     DISPLAY "  A - ATRIBUIR MOTORISTA/COBRADOR A PARTIDA"
004110     DISPLAY "  R - RETIRAR A TRIPULACAO DE UMA PARTIDA"
004120     DISPLAY "  F - FOLHA DIARIA (TRIPRPT)"
004130     DISPLAY "  X - SAIR E GRAVAR"
004140     ACCEPT WS-ACAO
004150     EVALUATE WS-ACAO
004160         WHEN "A"
004170         WHEN "a"
004180             PERFORM 2100-ATRIBUI-TRIPULACAO THRU 2100-EXIT
004190         WHEN "R"
004200         WHEN "r"
004210             PERFORM 2300-RETIRA-TRIPULACAO THRU 2300-EXIT
004220         WHEN "F"
004230         WHEN "f"
004240             PERFORM 2500-FOLHA-DIARIA THRU 2500-EXIT
004250         WHEN "X"
004260         WHEN "x"
004270             MOVE "Y" TO WS-EXIT-SW
004280         WHEN OTHER
004290             DISPLAY "ACAO INVALIDA"
004300     END-EVALUATE.
004310 2000-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350*  2050-PEDE-DATA
004360*  PEDE O DIA DE SERVICO (BRANCO = HOJE) E CALCULA A VESPERA E O
004370*  DIA SEGUINTE. DATA INVALIDA VOLTA EM BRANCO.
004380******************************************************************
004390 2050-PEDE-DATA.
004400     DISPLAY "DIA DE SERVICO (AAAAMMDD, BRANCO=HOJE):"
004410     ACCEPT WS-IN-DATA
004420     IF WS-IN-DATA = SPACES
004430         ACCEPT WS-IN-DATA FROM DATE YYYYMMDD
004440     END-IF
004450     IF WS-IN-DATA NOT NUMERIC
004460         MOVE SPACES TO WS-IN-DATA
004470         GO TO 2050-EXIT
004480     END-IF
004490     MOVE WS-IN-DATA TO WS-DATA-NUM WS-DATA-NUM-DIA
004500     COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
004510     IF WS-INT-DIA = ZERO
004520         MOVE SPACES TO WS-IN-DATA
004530         GO TO 2050-EXIT
004540     END-IF
004550     COMPUTE WS-INT-WK = WS-INT-DIA - 1
004560     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-WK)
004570     MOVE WS-DATA-NUM TO WS-DATA-ANT
004580     COMPUTE WS-INT-WK = WS-INT-DIA + 1
004590     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-WK)
004600     MOVE WS-DATA-NUM TO WS-DATA-SEG.
004610 2050-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650*  2100-ATRIBUI-TRIPULACAO
004660*  ATRIBUI (OU SUBSTITUI) O MOTORISTA E O COBRADOR DE UMA PARTIDA
004670*  NO DIA. O HORARIO DE PARTIDA VEM DO PROPRIO ID (POSICOES 4-7);
004680*  O DE CHEGADA E INFORMADO. CADA TRIPULANTE PASSA PELAS
004690*  CONFERENCIAS DO 2400 - QUALQUER RECUSA CANCELA A ATRIBUICAO.
004700******************************************************************
004710 2100-ATRIBUI-TRIPULACAO.
004720     PERFORM 2050-PEDE-DATA THRU 2050-EXIT
004730     IF WS-IN-DATA = SPACES
004740         DISPLAY "DATA INVALIDA - ATRIBUICAO CANCELADA"
004750         GO TO 2100-EXIT
004760     END-IF
004770     DISPLAY "ID DA PARTIDA (ROTA+HORARIO+COBRADOR):"
004780     ACCEPT WS-IN-TRIP
004790     MOVE WS-IN-TRIP(4:4) TO WS-IN-INI
004800     IF WS-IN-TRIP = SPACES OR WS-IN-INI NOT NUMERIC
004810         OR WS-IN-INI(1:2) > "23" OR WS-IN-INI(3:2) > "59"
004820         DISPLAY "PARTIDA INVALIDA - ATRIBUICAO CANCELADA"
004830         GO TO 2100-EXIT
004840     END-IF
004850     DISPLAY "HORARIO DE CHEGADA (HHMM):"
004860     ACCEPT WS-IN-FIM
004870     IF WS-IN-FIM NOT NUMERIC
004880         OR WS-IN-FIM(1:2) > "23" OR WS-IN-FIM(3:2) > "59"
004890         OR WS-IN-FIM NOT > WS-IN-INI
004900         DISPLAY "CHEGADA INVALIDA OU ANTES DA PARTIDA -"
004910                 " ATRIBUICAO CANCELADA"
004920         GO TO 2100-EXIT
004930     END-IF
004940     DISPLAY "MOTORISTA (NOME NO EMPMAST, BRANCO=SEM):"
004950     ACCEPT WS-IN-MOTORISTA
004960     DISPLAY "COBRADOR (NOME NO EMPMAST, BRANCO=SEM):"
004970     ACCEPT WS-IN-COBRADOR
004980     IF WS-IN-MOTORISTA = SPACES AND WS-IN-COBRADOR = SPACES
004990         DISPLAY "INFORME O MOTORISTA OU O COBRADOR"
005000         GO TO 2100-EXIT
005010     END-IF
005020     IF WS-IN-MOTORISTA = WS-IN-COBRADOR
005030         DISPLAY "O MESMO FUNCIONARIO NAS DUAS FUNCOES -"
005040                 " ATRIBUICAO CANCELADA"
005050         GO TO 2100-EXIT
005060     END-IF
005070     MOVE WS-IN-INI TO WS-HHMM-WK
005080     PERFORM 8100-HHMM-TO-MIN THRU 8100-EXIT
005090     MOVE WS-MIN-WK TO WS-MIN-INI
005100     MOVE WS-IN-FIM TO WS-HHMM-WK
005110     PERFORM 8100-HHMM-TO-MIN THRU 8100-EXIT
005120     MOVE WS-MIN-WK TO WS-MIN-FIM
005130*    A PARTIDA JA ATRIBUIDA NO DIA (WS-POS) NAO CONTA CONTRA SI
005140*    MESMA NAS CONFERENCIAS - ELA VAI SER SUBSTITUIDA.
005150     MOVE WS-IN-DATA TO WS-NEW-DATA
005160     MOVE WS-IN-INI  TO WS-NEW-INI
005170     MOVE WS-IN-TRIP TO WS-NEW-TRIP
005180     MOVE ZERO TO WS-POS
005190     PERFORM 2150-MATCH-CHAVE THRU 2150-EXIT
005200         VARYING WS-SCAN FROM 1 BY 1
005210         UNTIL WS-SCAN > WS-CR-COUNT OR WS-POS > ZERO
005220     MOVE WS-IN-MOTORISTA TO WS-NOME-WK
005230     MOVE "M"             TO WS-FUNCAO-WK
005240     PERFORM 2400-VALIDA-TRIPULANTE THRU 2400-EXIT
005250     IF NOT WS-VALIDO
005260         GO TO 2100-EXIT
005270     END-IF
005280     MOVE WS-IN-COBRADOR  TO WS-NOME-WK
005290     MOVE "C"             TO WS-FUNCAO-WK
005300     PERFORM 2400-VALIDA-TRIPULANTE THRU 2400-EXIT
005310     IF NOT WS-VALIDO
005320         GO TO 2100-EXIT
005330     END-IF
005340     IF WS-POS = ZERO
005350         IF WS-CR-COUNT >= 500
005360             DISPLAY "TRIPULACAO CHEIA - LIMPE OS DIAS ANTIGOS"
005370             GO TO 2100-EXIT
005380         END-IF
005390         PERFORM 2200-INSERE-CHAVE THRU 2200-EXIT
005400     END-IF
005410     SET WS-CR-IDX TO WS-POS
005420     MOVE WS-IN-FIM       TO WS-CR-FIM(WS-CR-IDX)
005430     MOVE WS-IN-MOTORISTA TO WS-CR-MOTORISTA(WS-CR-IDX)
005440     MOVE WS-IN-COBRADOR  TO WS-CR-COBRADOR(WS-CR-IDX)
005450     MOVE WS-OPERATOR-ID  TO WS-CR-OPERATOR(WS-CR-IDX)
005460     ADD 1 TO WS-CHANGE-COUNT
005470     PERFORM 7000-WRITE-AUDIT-ATRIBUICAO
005480     DISPLAY "TRIPULACAO ATRIBUIDA".
005490 2100-EXIT.
005500     EXIT.
005510
005520 2150-MATCH-CHAVE.
005530     SET WS-CR-IDX TO WS-SCAN
005540     IF WS-CR-DATA(WS-CR-IDX) = WS-NEW-DATA
005550         AND WS-CR-TRIP(WS-CR-IDX) = WS-NEW-TRIP
005560         MOVE WS-SCAN TO WS-POS
005570     END-IF.
005580 2150-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*  2200-INSERE-CHAVE
005630*  ABRE UMA LINHA NOVA NA TABELA NA POSICAO DA CHAVE (DIA +
005640*  HORARIO + PARTIDA), EMPURRANDO AS SEGUINTES; DEVOLVE WS-POS.
005650******************************************************************
005660 2200-INSERE-CHAVE.
005670     MOVE ZERO TO WS-POS
005680     PERFORM 2210-ACHA-POSICAO THRU 2210-EXIT
005690         VARYING WS-SCAN FROM 1 BY 1
005700         UNTIL WS-SCAN > WS-CR-COUNT OR WS-POS > ZERO
005710     IF WS-POS = ZERO
005720         COMPUTE WS-POS = WS-CR-COUNT + 1
005730     END-IF
005740     PERFORM 2220-DESLOCA THRU 2220-EXIT
005750         VARYING WS-SCAN FROM WS-CR-COUNT BY -1
005760         UNTIL WS-SCAN < WS-POS
005770     ADD 1 TO WS-CR-COUNT
005780     SET WS-CR-IDX TO WS-POS
005790     MOVE WS-NEW-CHAVE TO WS-CR-CHAVE(WS-CR-IDX).
005800 2200-EXIT.
005810     EXIT.
005820
005830 2210-ACHA-POSICAO.
005840     SET WS-CR-IDX TO WS-SCAN
005850     IF WS-CR-CHAVE(WS-CR-IDX) > WS-NEW-CHAVE
005860         MOVE WS-SCAN TO WS-POS
005870     END-IF.
005880 2210-EXIT.
005890     EXIT.
005900
005910 2220-DESLOCA.
005920     COMPUTE WS-DEST = WS-SCAN + 1
005930     MOVE WS-CR-ENTRY(WS-SCAN) TO WS-CR-ENTRY(WS-DEST).
005940 2220-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*  2300-RETIRA-TRIPULACAO
005990*  TIRA A PARTIDA DO DIA DA TRIPULACAO (AS SEGUINTES SOBEM UMA
006000*  POSICAO, MANTENDO A ORDEM).
006010******************************************************************
006020 2300-RETIRA-TRIPULACAO.
006030     PERFORM 2050-PEDE-DATA THRU 2050-EXIT
006040     IF WS-IN-DATA = SPACES
006050         DISPLAY "DATA INVALIDA"
006060         GO TO 2300-EXIT
006070     END-IF
006080     DISPLAY "ID DA PARTIDA:"
006090     ACCEPT WS-IN-TRIP
006100     MOVE WS-IN-DATA TO WS-NEW-DATA
006110     MOVE WS-IN-TRIP TO WS-NEW-TRIP
006120     MOVE ZERO TO WS-POS
006130     PERFORM 2150-MATCH-CHAVE THRU 2150-EXIT
006140         VARYING WS-SCAN FROM 1 BY 1
006150         UNTIL WS-SCAN > WS-CR-COUNT OR WS-POS > ZERO
006160     IF WS-POS = ZERO
006170         DISPLAY "PARTIDA SEM TRIPULACAO NO DIA"
006180         GO TO 2300-EXIT
006190     END-IF
006200     PERFORM 7100-WRITE-AUDIT-RETIRADA
006210     PERFORM 2350-SOBE THRU 2350-EXIT
006220         VARYING WS-SCAN FROM WS-POS BY 1
006230         UNTIL WS-SCAN >= WS-CR-COUNT
006240     SUBTRACT 1 FROM WS-CR-COUNT
006250     ADD 1 TO WS-CHANGE-COUNT
006260     DISPLAY "TRIPULACAO RETIRADA".
006270 2300-EXIT.
006280     EXIT.
006290
006300 2350-SOBE.
006310     COMPUTE WS-DEST = WS-SCAN + 1
006320     MOVE WS-CR-ENTRY(WS-DEST) TO WS-CR-ENTRY(WS-SCAN).
006330 2350-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370*  2400-VALIDA-TRIPULANTE
006380*  CONFERE O FUNCIONARIO WS-NOME-WK NA FUNCAO WS-FUNCAO-WK (M OU
006390*  C) PARA A PARTIDA WS-MIN-INI A WS-MIN-FIM DO DIA WS-IN-DATA.
006400*  NOME EM BRANCO PASSA (FUNCAO AINDA SEM TRIPULANTE).
006410******************************************************************
006420 2400-VALIDA-TRIPULANTE.
006430     MOVE "Y" TO WS-VALIDO-SW
006440     IF WS-NOME-WK = SPACES
006450         GO TO 2400-EXIT
006460     END-IF
006470     IF WS-FUNCAO-WK = "M"
006480         MOVE "MOTORISTA" TO WS-FUNCAO-DESC
006490     ELSE
006500         MOVE "COBRADOR"  TO WS-FUNCAO-DESC
006510     END-IF
006520     MOVE "N" TO WS-FOUND-SW
006530     PERFORM 2410-MATCH-EMPREGADO THRU 2410-EXIT
006540         VARYING WS-SCAN FROM 1 BY 1
006550         UNTIL WS-SCAN > WS-EM-COUNT OR WS-FOUND
006560     IF NOT WS-FOUND
006570         DISPLAY WS-FUNCAO-DESC " " WS-NOME-WK
006580                 " NAO CADASTRADO NO EMPMAST"
006590         MOVE "N" TO WS-VALIDO-SW
006600         GO TO 2400-EXIT
006610     END-IF
006620     IF WS-EM-STATUS(WS-EM-IDX) = "I"
006630         DISPLAY WS-FUNCAO-DESC " " WS-NOME-WK " DESLIGADO"
006640         MOVE "N" TO WS-VALIDO-SW
006650         GO TO 2400-EXIT
006660     END-IF
006670     PERFORM 2420-MATCH-LICENCA THRU 2420-EXIT
006680         VARYING WS-LV-IDX FROM 1 BY 1
006690         UNTIL WS-LV-IDX > WS-LV-COUNT OR NOT WS-VALIDO
006700     IF NOT WS-VALIDO
006710         DISPLAY WS-FUNCAO-DESC " " WS-NOME-WK
006720                 " EM LICENCA/FERIAS NO DIA"
006730         GO TO 2400-EXIT
006740     END-IF
006750     MOVE WS-MIN-INI TO WS-INI-DIA
006760     MOVE WS-MIN-FIM TO WS-FIM-DIA
006770     MOVE ZERO       TO WS-PREV-FIM WS-DIRECAO-DIA
006780     MOVE 9999       TO WS-NEXT-INI
006790     IF WS-FUNCAO-WK = "M"
006800         COMPUTE WS-DIRECAO-DIA = WS-MIN-FIM - WS-MIN-INI
006810     END-IF
006820     PERFORM 2450-CONFERE-PARTIDA THRU 2450-EXIT
006830         VARYING WS-SCAN FROM 1 BY 1
006840         UNTIL WS-SCAN > WS-CR-COUNT OR NOT WS-VALIDO
006850     IF NOT WS-VALIDO
006860         GO TO 2400-EXIT
006870     END-IF
006880     IF WS-DIRECAO-DIA > WS-MAX-DIRECAO-MIN
006890         MOVE WS-DIRECAO-DIA TO WS-DIRECAO-ED
006900         DISPLAY WS-FUNCAO-DESC " " WS-NOME-WK " FICARIA COM"
006910                 WS-DIRECAO-ED " MIN DE DIRECAO NO DIA (MAXIMO "
006920                 WS-MAX-DIRECAO-MIN ")"
006930         MOVE "N" TO WS-VALIDO-SW
006940         GO TO 2400-EXIT
006950     END-IF
006960     IF WS-PREV-FIM > ZERO
006970         COMPUTE WS-FOLGA = 1440 - WS-PREV-FIM + WS-INI-DIA
006980         IF WS-FOLGA < WS-DESCANSO-MIN
006990             MOVE WS-FOLGA TO WS-MIN-ED
007000             DISPLAY WS-FUNCAO-DESC " " WS-NOME-WK " TERIA"
007010                     WS-MIN-ED " MIN DE DESCANSO DESDE A JORNADA"
007020                     " DA VESPERA (MINIMO " WS-DESCANSO-MIN ")"
007030             MOVE "N" TO WS-VALIDO-SW
007040             GO TO 2400-EXIT
007050         END-IF
007060     END-IF
007070     IF WS-NEXT-INI < 9999
007080         COMPUTE WS-FOLGA = 1440 - WS-FIM-DIA + WS-NEXT-INI
007090         IF WS-FOLGA < WS-DESCANSO-MIN
007100             MOVE WS-FOLGA TO WS-MIN-ED
007110             DISPLAY WS-FUNCAO-DESC " " WS-NOME-WK " TERIA"
007120                     WS-MIN-ED " MIN DE DESCANSO ATE A JORNADA"
007130                     " DO DIA SEGUINTE (MINIMO " WS-DESCANSO-MIN
007140                     ")"
007150             MOVE "N" TO WS-VALIDO-SW
007160         END-IF
007170     END-IF.
007180 2400-EXIT.
007190     EXIT.
007200
007210 2410-MATCH-EMPREGADO.
007220     SET WS-EM-IDX TO WS-SCAN
007230     IF WS-EM-NOME(WS-EM-IDX) = WS-NOME-WK
007240         MOVE "Y" TO WS-FOUND-SW
007250     END-IF.
007260 2410-EXIT.
007270     EXIT.
007280
007290 2420-MATCH-LICENCA.
007300     IF WS-LV-NOME(WS-LV-IDX) = WS-NOME-WK
007310         AND WS-LV-INI(WS-LV-IDX) <= WS-DATA-NUM-DIA
007320         AND WS-LV-FIM(WS-LV-IDX) >= WS-DATA-NUM-DIA
007330         MOVE "N" TO WS-VALIDO-SW
007340     END-IF.
007350 2420-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390*  2450-CONFERE-PARTIDA
007400*  UMA PARTIDA JA ATRIBUIDA AO FUNCIONARIO (EM QUALQUER FUNCAO):
007410*  NO MESMO DIA, CHOQUE DE HORARIO RECUSA; SENAO ALARGA A JORNADA
007420*  DO DIA E SOMA A DIRECAO. NA VESPERA GUARDA A ULTIMA CHEGADA, NO
007430*  DIA SEGUINTE A PRIMEIRA PARTIDA, PARA O DESCANSO.
007440******************************************************************
007450 2450-CONFERE-PARTIDA.
007460     IF WS-SCAN = WS-POS
007470         GO TO 2450-EXIT
007480     END-IF
007490     SET WS-CR-IDX TO WS-SCAN
007500     IF WS-CR-MOTORISTA(WS-CR-IDX) NOT = WS-NOME-WK
007510         AND WS-CR-COBRADOR(WS-CR-IDX) NOT = WS-NOME-WK
007520         GO TO 2450-EXIT
007530     END-IF
007540     IF WS-CR-DATA(WS-CR-IDX) NOT = WS-IN-DATA
007550         AND WS-CR-DATA(WS-CR-IDX) NOT = WS-DATA-ANT
007560         AND WS-CR-DATA(WS-CR-IDX) NOT = WS-DATA-SEG
007570         GO TO 2450-EXIT
007580     END-IF
007590     MOVE WS-CR-INI(WS-CR-IDX) TO WS-HHMM-WK
007600     PERFORM 8100-HHMM-TO-MIN THRU 8100-EXIT
007610     MOVE WS-MIN-WK TO WS-OUT-INI
007620     MOVE WS-CR-FIM(WS-CR-IDX) TO WS-HHMM-WK
007630     PERFORM 8100-HHMM-TO-MIN THRU 8100-EXIT
007640     MOVE WS-MIN-WK TO WS-OUT-FIM
007650     IF WS-CR-DATA(WS-CR-IDX) = WS-DATA-ANT
007660         IF WS-OUT-FIM > WS-PREV-FIM
007670             MOVE WS-OUT-FIM TO WS-PREV-FIM
007680         END-IF
007690         GO TO 2450-EXIT
007700     END-IF
007710     IF WS-CR-DATA(WS-CR-IDX) = WS-DATA-SEG
007720         IF WS-OUT-INI < WS-NEXT-INI
007730             MOVE WS-OUT-INI TO WS-NEXT-INI
007740         END-IF
007750         GO TO 2450-EXIT
007760     END-IF
007770     IF WS-OUT-INI < WS-MIN-FIM AND WS-MIN-INI < WS-OUT-FIM
007780         DISPLAY WS-FUNCAO-DESC " " WS-NOME-WK
007790                 " JA ESTA NA PARTIDA " WS-CR-TRIP(WS-CR-IDX)
007800                 " NO MESMO HORARIO"
007810         MOVE "N" TO WS-VALIDO-SW
007820         GO TO 2450-EXIT
007830     END-IF
007840     IF WS-OUT-INI < WS-INI-DIA
007850         MOVE WS-OUT-INI TO WS-INI-DIA
007860     END-IF
007870     IF WS-OUT-FIM > WS-FIM-DIA
007880         MOVE WS-OUT-FIM TO WS-FIM-DIA
007890     END-IF
007900     IF WS-CR-MOTORISTA(WS-CR-IDX) = WS-NOME-WK
007910         COMPUTE WS-DIRECAO-DIA = WS-DIRECAO-DIA
007920                                + WS-OUT-FIM - WS-OUT-INI
007930     END-IF.
007940 2450-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980*  2500-FOLHA-DIARIA
007990*  FOLHA DE SERVICO DO DIA (TRIPRPT): AS PARTIDAS DE CADA
008000*  FUNCIONARIO ESCALADO, COM A JORNADA E A DIRECAO DO DIA, E AS
008010*  PARTIDAS AINDA SEM TRIPULACAO - AS DA GRADE DO PADRAO DO DIA
008020*  SEM NENHUMA ATRIBUICAO E AS ATRIBUIDAS SEM MOTORISTA OU SEM
008030*  COBRADOR.
008040******************************************************************
008050 2500-FOLHA-DIARIA.
008060     PERFORM 2050-PEDE-DATA THRU 2050-EXIT
008070     IF WS-IN-DATA = SPACES
008080         DISPLAY "DATA INVALIDA"
008090         GO TO 2500-EXIT
008100     END-IF
008110     COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA, 7)
008120     MOVE "Q" TO WS-DIAUTIL-FUNC
008130     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-IN-DATA
008140                          WS-DU-DATE-OUT WS-DU-BUSINESS-SW
008150     EVALUATE TRUE
008160         WHEN WS-DU-BUSINESS-SW = "Y"
008170             MOVE "U" TO WS-PADRAO-DIA
008180         WHEN WS-DIA-SEMANA = 6
008190             MOVE "S" TO WS-PADRAO-DIA
008200         WHEN OTHER
008210             MOVE "D" TO WS-PADRAO-DIA
008220     END-EVALUATE
008230     OPEN OUTPUT DUTY-REPORT-FILE
008240     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
008250     ACCEPT RUN-STAMP-ID   FROM TIME
008260     MOVE SPACES TO WS-RUN-STAMP-DISP
008270     STRING "EXECUCAO " DELIMITED BY SIZE
008280            RUN-STAMP-DATE DELIMITED BY SIZE
008290            " " DELIMITED BY SIZE
008300            RUN-STAMP-ID DELIMITED BY SIZE
008310         INTO WS-RUN-STAMP-DISP
008320     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
008330     WRITE REPORT-LINE
008340     MOVE SPACES TO REPORT-LINE
008350     STRING "FOLHA DIARIA DE TRIPULACAO - " WS-IN-DATA
008360            " (PADRAO " WS-PADRAO-DIA ")"
008370         DELIMITED BY SIZE INTO REPORT-LINE
008380     WRITE REPORT-LINE
008390     MOVE ZERO TO WS-FN-COUNT WS-GRADE-DIA WS-SEM-TRIP
008400                  WS-INCOMPLETAS
008410     PERFORM 2510-COLETA-NOMES THRU 2510-EXIT
008420         VARYING WS-SCAN FROM 1 BY 1
008430         UNTIL WS-SCAN > WS-CR-COUNT
008440     PERFORM 2550-FOLHA-FUNCIONARIO THRU 2550-EXIT
008450         VARYING WS-SCAN FROM 1 BY 1
008460         UNTIL WS-SCAN > WS-FN-COUNT
008470     MOVE SPACES TO REPORT-LINE
008480     WRITE REPORT-LINE
008490     MOVE "PARTIDAS SEM TRIPULACAO COMPLETA:" TO REPORT-LINE
008500     WRITE REPORT-LINE
008510     PERFORM 2600-CONFERE-GRADE THRU 2600-EXIT
008520         VARYING WS-SCAN FROM 1 BY 1
008530         UNTIL WS-SCAN > WS-TT-COUNT
008540     PERFORM 2650-CONFERE-INCOMPLETA THRU 2650-EXIT
008550         VARYING WS-SCAN FROM 1 BY 1
008560         UNTIL WS-SCAN > WS-CR-COUNT
008570     MOVE SPACES TO REPORT-LINE
008580     WRITE REPORT-LINE
008590     MOVE SPACES TO REPORT-LINE
008600     STRING "PARTIDAS DA GRADE NO DIA: " WS-GRADE-DIA
008610            "  SEM TRIPULACAO: " WS-SEM-TRIP
008620            "  INCOMPLETAS: " WS-INCOMPLETAS
008630         DELIMITED BY SIZE INTO REPORT-LINE
008640     WRITE REPORT-LINE
008650     CLOSE DUTY-REPORT-FILE
008660     PERFORM 7200-WRITE-AUDIT-FOLHA
008670     DISPLAY "FOLHA DO DIA " WS-IN-DATA " GRAVADA EM TRIPRPT -"
008680             " SEM TRIPULACAO: " WS-SEM-TRIP " INCOMPLETAS: "
008690             WS-INCOMPLETAS.
008700 2500-EXIT.
008710     EXIT.
008720
008730 2510-COLETA-NOMES.
008740     SET WS-CR-IDX TO WS-SCAN
008750     IF WS-CR-DATA(WS-CR-IDX) NOT = WS-IN-DATA
008760         GO TO 2510-EXIT
008770     END-IF
008780     MOVE WS-CR-MOTORISTA(WS-CR-IDX) TO WS-NOME-WK
008790     PERFORM 2520-GUARDA-NOME THRU 2520-EXIT
008800     MOVE WS-CR-COBRADOR(WS-CR-IDX)  TO WS-NOME-WK
008810     PERFORM 2520-GUARDA-NOME THRU 2520-EXIT.
008820 2510-EXIT.
008830     EXIT.
008840
008850 2520-GUARDA-NOME.
008860     IF WS-NOME-WK = SPACES
008870         GO TO 2520-EXIT
008880     END-IF
008890     MOVE "N" TO WS-FOUND-SW
008900     PERFORM 2530-MATCH-NOME THRU 2530-EXIT
008910         VARYING WS-SCAN2 FROM 1 BY 1
008920         UNTIL WS-SCAN2 > WS-FN-COUNT OR WS-FOUND
008930     IF NOT WS-FOUND AND WS-FN-COUNT < 200
008940         ADD 1 TO WS-FN-COUNT
008950         SET WS-FN-IDX TO WS-FN-COUNT
008960         MOVE WS-NOME-WK TO WS-FN-NOME(WS-FN-IDX)
008970     END-IF.
008980 2520-EXIT.
008990     EXIT.
009000
009010 2530-MATCH-NOME.
009020     SET WS-FN-IDX TO WS-SCAN2
009030     IF WS-FN-NOME(WS-FN-IDX) = WS-NOME-WK
009040         MOVE "Y" TO WS-FOUND-SW
009050     END-IF.
009060 2530-EXIT.
009070     EXIT.
009080
009090******************************************************************
009100*  2550-FOLHA-FUNCIONARIO
009110*  UM BLOCO POR FUNCIONARIO: AS PARTIDAS DO DIA EM ORDEM DE
009120*  HORARIO, COM A FUNCAO E OS MINUTOS, E O TOTAL COM A JORNADA.
009130******************************************************************
009140 2550-FOLHA-FUNCIONARIO.
009150     SET WS-FN-IDX TO WS-SCAN
009160     MOVE WS-FN-NOME(WS-FN-IDX) TO WS-NOME-WK
009170     MOVE ZERO   TO WS-FL-PARTIDAS WS-FL-MIN WS-FL-DIRECAO
009180     MOVE SPACES TO WS-FL-INI WS-FL-FIM
009190     MOVE SPACES TO REPORT-LINE
009200     WRITE REPORT-LINE
009210     MOVE SPACES TO REPORT-LINE
009220     STRING "FUNCIONARIO " WS-NOME-WK
009230         DELIMITED BY SIZE INTO REPORT-LINE
009240     WRITE REPORT-LINE
009250     PERFORM 2560-FOLHA-PARTIDA THRU 2560-EXIT
009260         VARYING WS-SCAN2 FROM 1 BY 1
009270         UNTIL WS-SCAN2 > WS-CR-COUNT
009280     MOVE WS-FL-PARTIDAS TO WS-PART-ED
009290     MOVE WS-FL-MIN      TO WS-MIN-ED
009300     MOVE WS-FL-DIRECAO  TO WS-DIRECAO-ED
009310     MOVE SPACES TO REPORT-LINE
009320     STRING "  TOTAL:" WS-PART-ED " PARTIDA(S)," WS-MIN-ED
009330            " MIN EM PARTIDA, DIRECAO" WS-DIRECAO-ED
009340            " MIN, JORNADA " WS-FL-INI "-" WS-FL-FIM
009350         DELIMITED BY SIZE INTO REPORT-LINE
009360     WRITE REPORT-LINE.
009370 2550-EXIT.
009380     EXIT.
009390
009400 2560-FOLHA-PARTIDA.
009410     SET WS-CR-IDX TO WS-SCAN2
009420     IF WS-CR-DATA(WS-CR-IDX) NOT = WS-IN-DATA
009430         GO TO 2560-EXIT
009440     END-IF
009450     IF WS-CR-MOTORISTA(WS-CR-IDX) = WS-NOME-WK
009460         MOVE "MOTORISTA" TO WS-FUNCAO-DESC
009470     ELSE
009480         IF WS-CR-COBRADOR(WS-CR-IDX) = WS-NOME-WK
009490             MOVE "COBRADOR"  TO WS-FUNCAO-DESC
009500         ELSE
009510             GO TO 2560-EXIT
009520         END-IF
009530     END-IF
009540     MOVE WS-CR-INI(WS-CR-IDX) TO WS-HHMM-WK
009550     PERFORM 8100-HHMM-TO-MIN THRU 8100-EXIT
009560     MOVE WS-MIN-WK TO WS-OUT-INI
009570     MOVE WS-CR-FIM(WS-CR-IDX) TO WS-HHMM-WK
009580     PERFORM 8100-HHMM-TO-MIN THRU 8100-EXIT
009590     MOVE WS-MIN-WK TO WS-OUT-FIM
009600     COMPUTE WS-MIN-WK = WS-OUT-FIM - WS-OUT-INI
009610     ADD 1         TO WS-FL-PARTIDAS
009620     ADD WS-MIN-WK TO WS-FL-MIN
009630     IF WS-FUNCAO-DESC = "MOTORISTA"
009640         ADD WS-MIN-WK TO WS-FL-DIRECAO
009650     END-IF
009660     IF WS-FL-INI = SPACES
009670         MOVE WS-CR-INI(WS-CR-IDX) TO WS-FL-INI
009680     END-IF
009690     IF WS-FL-FIM = SPACES OR WS-CR-FIM(WS-CR-IDX) > WS-FL-FIM
009700         MOVE WS-CR-FIM(WS-CR-IDX) TO WS-FL-FIM
009710     END-IF
009720     MOVE WS-MIN-WK TO WS-MIN-ED
009730     MOVE SPACES TO REPORT-LINE
009740     STRING "  " WS-CR-TRIP(WS-CR-IDX)
009750            " " WS-CR-INI(WS-CR-IDX) "-" WS-CR-FIM(WS-CR-IDX)
009760            " " WS-FUNCAO-DESC
009770            WS-MIN-ED " MIN"
009780         DELIMITED BY SIZE INTO REPORT-LINE
009790     WRITE REPORT-LINE.
009800 2560-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840*  2600-CONFERE-GRADE
009850*  PARTIDA DA GRADE QUE RODA NO DIA (PADRAO DO DIA OU "T") SEM
009860*  NENHUMA ATRIBUICAO DE TRIPULACAO (ROTA + HORARIO DO ID).
009870******************************************************************
009880 2600-CONFERE-GRADE.
009890     SET WS-TT-IDX TO WS-SCAN
009900     IF WS-TT-PATTERN(WS-TT-IDX) NOT = WS-PADRAO-DIA
009910         AND WS-TT-PATTERN(WS-TT-IDX) NOT = "T"
009920         GO TO 2600-EXIT
009930     END-IF
009940     ADD 1 TO WS-GRADE-DIA
009950     MOVE "N" TO WS-FOUND-SW
009960     PERFORM 2610-MATCH-GRADE THRU 2610-EXIT
009970         VARYING WS-SCAN2 FROM 1 BY 1
009980         UNTIL WS-SCAN2 > WS-CR-COUNT OR WS-FOUND
009990     IF NOT WS-FOUND
010000         ADD 1 TO WS-SEM-TRIP
010010         MOVE SPACES TO REPORT-LINE
010020         STRING "  " WS-TT-ROTA(WS-TT-IDX) " "
010030                WS-TT-TIME(WS-TT-IDX)
010040                "  SEM TRIPULACAO"
010050             DELIMITED BY SIZE INTO REPORT-LINE
010060         WRITE REPORT-LINE
010070     END-IF.
010080 2600-EXIT.
010090     EXIT.
010100
010110 2610-MATCH-GRADE.
010120     SET WS-CR-IDX TO WS-SCAN2
010130     IF WS-CR-DATA(WS-CR-IDX) = WS-IN-DATA
010140         AND WS-CR-TRIP(WS-CR-IDX)(1:3) = WS-TT-ROTA(WS-TT-IDX)
010150         AND WS-CR-INI(WS-CR-IDX) = WS-TT-TIME(WS-TT-IDX)
010160         MOVE "Y" TO WS-FOUND-SW
010170     END-IF.
010180 2610-EXIT.
010190     EXIT.
010200
010210 2650-CONFERE-INCOMPLETA.
010220     SET WS-CR-IDX TO WS-SCAN
010230     IF WS-CR-DATA(WS-CR-IDX) NOT = WS-IN-DATA
010240         GO TO 2650-EXIT
010250     END-IF
010260     IF WS-CR-MOTORISTA(WS-CR-IDX) NOT = SPACES
010270         AND WS-CR-COBRADOR(WS-CR-IDX) NOT = SPACES
010280         GO TO 2650-EXIT
010290     END-IF
010300     ADD 1 TO WS-INCOMPLETAS
010310     MOVE SPACES TO REPORT-LINE
010320     IF WS-CR-MOTORISTA(WS-CR-IDX) = SPACES
010330         STRING "  " WS-CR-TRIP(WS-CR-IDX)
010340                "  SEM MOTORISTA"
010350             DELIMITED BY SIZE INTO REPORT-LINE
010360     ELSE
010370         STRING "  " WS-CR-TRIP(WS-CR-IDX)
010380                "  SEM COBRADOR"
010390             DELIMITED BY SIZE INTO REPORT-LINE
010400     END-IF
010410     WRITE REPORT-LINE.
010420 2650-EXIT.
010430     EXIT.
010440
010450******************************************************************
010460*  3000-FINALIZE
010470*  REGRAVA A TRIPULACAO INTEIRA E FECHA A AUDITORIA.
010480******************************************************************
010490 3000-FINALIZE.
010500     OPEN OUTPUT TRIP-CREW-FILE
010510     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
010520         VARYING WS-SCAN FROM 1 BY 1
010530         UNTIL WS-SCAN > WS-CR-COUNT
010540     CLOSE TRIP-CREW-FILE
010550     CLOSE AUDIT-LOG-FILE
010560     DISPLAY "TRIPULACAO GRAVADA - ALTERACOES: " WS-CHANGE-COUNT.
010570
010580 3100-WRITE-ONE.
010590     SET WS-CR-IDX TO WS-SCAN
010600     MOVE SPACES                     TO TRIP-CREW-RECORD
010610     MOVE WS-CR-DATA(WS-CR-IDX)      TO TCR-DATA
010620     MOVE WS-CR-TRIP(WS-CR-IDX)      TO TCR-TRIP-ID
010630     MOVE WS-CR-INI(WS-CR-IDX)       TO TCR-HORA-INI
010640     MOVE WS-CR-FIM(WS-CR-IDX)       TO TCR-HORA-FIM
010650     MOVE WS-CR-MOTORISTA(WS-CR-IDX) TO TCR-MOTORISTA
010660     MOVE WS-CR-COBRADOR(WS-CR-IDX)  TO TCR-COBRADOR
010670     MOVE WS-CR-OPERATOR(WS-CR-IDX)  TO TCR-OPERATOR-ID
010680     WRITE TRIP-CREW-RECORD.
010690 3100-EXIT.
010700     EXIT.
010710
010720******************************************************************
010730*  7000-WRITE-AUDIT-ATRIBUICAO
010740*  GRAVA A ATRIBUICAO DA TRIPULACAO NA TRILHA DE AUDITORIA.
010750******************************************************************
010760 7000-WRITE-AUDIT-ATRIBUICAO.
010770     MOVE "TRIPULA"          TO AUDIT-PROGRAM-ID
010780     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010790     ACCEPT AUDIT-TIME FROM TIME
010800     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010810     MOVE WS-IN-TRIP          TO AUDIT-KEY
010820     MOVE SPACES              TO AUDIT-DETAIL
010830     STRING "DIA=" WS-IN-DATA
010840            " M=" WS-IN-MOTORISTA(1:15)
010850            " C=" WS-IN-COBRADOR(1:15)
010860         DELIMITED BY SIZE INTO AUDIT-DETAIL
010870     CALL "AUDITWR" USING AUDIT-RECORD.
010880
010890******************************************************************
010900*  7100-WRITE-AUDIT-RETIRADA
010910*  GRAVA A RETIRADA DA TRIPULACAO NA TRILHA DE AUDITORIA.
010920******************************************************************
010930 7100-WRITE-AUDIT-RETIRADA.
010940     MOVE "TRIPULA"          TO AUDIT-PROGRAM-ID
010950     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010960     ACCEPT AUDIT-TIME FROM TIME
010970     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010980     MOVE WS-IN-TRIP          TO AUDIT-KEY
010990     MOVE SPACES              TO AUDIT-DETAIL
011000     STRING "RETIRADA DIA=" WS-IN-DATA
011010         DELIMITED BY SIZE INTO AUDIT-DETAIL
011020     CALL "AUDITWR" USING AUDIT-RECORD.
011030
011040******************************************************************
011050*  7200-WRITE-AUDIT-FOLHA
011060*  GRAVA A EMISSAO DA FOLHA DIARIA NA TRILHA DE AUDITORIA.
011070******************************************************************
011080 7200-WRITE-AUDIT-FOLHA.
011090     MOVE "TRIPULA"          TO AUDIT-PROGRAM-ID
011100     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
011110     ACCEPT AUDIT-TIME FROM TIME
011120     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
011130     MOVE WS-IN-DATA          TO AUDIT-KEY
011140     MOVE SPACES              TO AUDIT-DETAIL
011150     STRING "FOLHA DIARIA SEM-TRIPULACAO=" WS-SEM-TRIP
011160            " INCOMPLETAS=" WS-INCOMPLETAS
011170         DELIMITED BY SIZE INTO AUDIT-DETAIL
011180     CALL "AUDITWR" USING AUDIT-RECORD.
011190
011200******************************************************************
011210*  8100-HHMM-TO-MIN
011220*  CONVERTE HHMM EM MINUTOS DO DIA, COMO NO PONTOMES. ENTRADA EM
011230*  WS-HHMM-WK, SAIDA EM WS-MIN-WK.
011240******************************************************************
011250 8100-HHMM-TO-MIN.
011260     DIVIDE WS-HHMM-WK BY 100 GIVING WS-HH-WK
011270     COMPUTE WS-MIN-WK = WS-HH-WK * 60
011280         + FUNCTION MOD(WS-HHMM-WK, 100).
011290 8100-EXIT.
011300     EXIT.
