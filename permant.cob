000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERMANT.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  CONTABILIDADE - PERIODOS CONTABEIS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PERMANT.CBL
000090*  MANUTENCAO DOS PERIODOS CONTABEIS (ARQUIVO PERIODOS, COPYBOOK
000100*  PERIODREC). O MESFECHO E O ANOFECHO FECHAM OS MESES ENCERRADOS;
000110*  DEPOIS DISSO A ROTINA PERIODO RECUSA OU DESVIA TODO LANCAMENTO
000120*  NO LEDGER DATADO NELES. ESTE PROGRAMA:
000130*    L - LISTA A SITUACAO DE CADA MES COM REGISTRO NO PERIODOS;
000140*    F - FECHA UM MES JA ENCERRADO (SUPERVISOR, NIVEL 9);
000150*    R - REABRE UM MES FECHADO (SUPERVISOR, NIVEL 9), SEMPRE COM
000160*        O MOTIVO - QUE VAI PARA O PERIODOS E PARA A AUDITORIA;
000170*    P - RELATORIO PERRPT: O HISTORICO DE FECHAMENTOS E
000180*        REABERTURAS E TODO LANCAMENTO FEITO DEPOIS DO FECHAMENTO
000190*        DO SEU MES (PERLOG - RECUSADOS, DESVIADOS E LANCADOS EM
000200*        MES REABERTO).
000210*  O PERIODOS SO CRESCE: A SITUACAO DO MES E A DO SEU ULTIMO
000220*  REGISTRO.
000230*-----------------------------------------------------------------
000240*  MODIFICATION HISTORY
000250*  DATE       INIT  DESCRIPTION
000260*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODOS"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS  IS WS-PER-FILE-STATUS.
000340     SELECT PERIOD-LOG-FILE ASSIGN TO "PERLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS  IS WS-PLG-FILE-STATUS.
000370     SELECT PERIOD-REPORT-FILE ASSIGN TO "PERRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PERIOD-STATUS-FILE
000450     RECORDING MODE IS F.
000460     COPY PERIODREC.
000470 FD  PERIOD-LOG-FILE
000480     RECORDING MODE IS F.
000490     COPY PERLOGREC.
000500 FD  PERIOD-REPORT-FILE
000510     RECORDING MODE IS F.
000520 01  REPORT-LINE                 PIC X(80).
000530 FD  AUDIT-LOG-FILE
000540     RECORDING MODE IS F.
000550     COPY AUDITREC.
000560 WORKING-STORAGE SECTION.
000570 01  WS-SWITCHES.
000580     05  WS-PER-FILE-STATUS      PIC X(02)   VALUE "00".
000590     05  WS-PLG-FILE-STATUS      PIC X(02)   VALUE "00".
000600     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000610     05  WS-PER-EOF-SW           PIC X(01)   VALUE "N".
000620         88  WS-PER-EOF                      VALUE "Y".
000630     05  WS-PLG-EOF-SW           PIC X(01)   VALUE "N".
000640         88  WS-PLG-EOF                      VALUE "Y".
000650     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000660         88  WS-EXIT                         VALUE "Y".
000670     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000680         88  WS-SIGNON-VALID                 VALUE "Y".
000690     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000700         88  WS-FOUND                        VALUE "Y".
000710     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
000720         88  WS-OVERFLOW                     VALUE "Y".
000730 01  WS-MSG-CODE-WK              PIC X(08).
000740 01  WS-MSG-TEXT-WK              PIC X(60).
000750 01  WS-OPERATOR-ID              PIC X(08).
000760 01  WS-OPERATOR-PIN             PIC X(04).
000770 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000780 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000790     88  WS-AUTHORIZED                       VALUE "Y".
000800*  SUPERVISOR - NIVEL 9 CONFERIDO PELO OPAUTH NA HORA DA ACAO.
000810 01  WS-SUPERV-LEVEL             PIC 9(01)   VALUE 9.
000820 01  WS-SUPERV-SW                PIC X(01)   VALUE "N".
000830     88  WS-SUPERVISOR                       VALUE "Y".
000840 01  WS-ACAO                     PIC X(01).
000850 01  WS-HOJE                     PIC X(08).
000860 01  WS-IN-MES                   PIC X(06).
000870 01  WS-IN-MOTIVO                PIC X(40).
000880 01  WS-SITUACAO-WK              PIC X(01).
000890 01  WS-SITUACAO-ED              PIC X(10).
000900 01  WS-ACAO-ED                  PIC X(10).
000910 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.99.
000920 01  WS-PM-POS                   PIC 9(03).
000930 01  WS-SCAN                     PIC 9(03).
000940 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000950 01  WS-RL-RECUSADOS             PIC 9(05)   VALUE ZERO.
000960 01  WS-RL-DESVIADOS             PIC 9(05)   VALUE ZERO.
000970 01  WS-RL-REABERTOS             PIC 9(05)   VALUE ZERO.
000980 01  WS-RL-HIST                  PIC 9(05)   VALUE ZERO.
000990
001000******************************************************************
001010*  SITUACAO ATUAL DE CADA MES DO PERIODOS (O ULTIMO REGISTRO DO
001020*  MES), NA ORDEM EM QUE O MES APARECEU NO ARQUIVO.
001030******************************************************************
001040 01  WS-PM-TABLE.
001050     05  WS-PM-ENTRY OCCURS 240 TIMES
001060                     INDEXED BY WS-PM-IDX.
001070         10  WS-PM-MES           PIC X(06).
001080         10  WS-PM-SITUACAO      PIC X(01).
001090         10  WS-PM-DATA          PIC X(08).
001100         10  WS-PM-PROGRAMA      PIC X(08).
001110         10  WS-PM-OPERADOR      PIC X(08).
001120         10  WS-PM-MOTIVO        PIC X(40).
001130 01  WS-PM-COUNT                 PIC 9(03)   VALUE ZERO.
001140
001150 PROCEDURE DIVISION.
001160
001170 0000-MAINLINE.
001180     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001190*    ROTINA DA CONTABILIDADE - EXIGE NIVEL 5 PELO OPAUTH.
001200     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001210                         WS-AUTHORIZED-SW
001220     IF NOT WS-AUTHORIZED
001230         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001240         MOVE 8 TO RETURN-CODE
001250         STOP RUN
001260     END-IF
001270     CALL "OPAUTH" USING WS-OPERATOR-ID WS-SUPERV-LEVEL
001280                         WS-SUPERV-SW
001290     PERFORM 1000-INITIALIZE
001300     IF WS-OVERFLOW
001310         DISPLAY "PERIODOS MAIOR QUE A TABELA -"
001320                 " EXECUCAO RECUSADA, NADA ALTERADO"
001330         MOVE 8 TO RETURN-CODE
001340         STOP RUN
001350     END-IF
001360     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001370         UNTIL WS-EXIT
001380     PERFORM 3000-FINALIZE
001390     STOP RUN.
001400
001410******************************************************************
001420*  0010-SIGN-ON
001430*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001440*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001450******************************************************************
001460 0010-SIGN-ON.
001470     MOVE "N" TO WS-SIGNON-VALID-SW
001480     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001490         UNTIL WS-SIGNON-VALID.
001500 0010-EXIT.
001510     EXIT.
001520
001530 0020-PROMPT-SIGNON.
001540     MOVE "SGN-001" TO WS-MSG-CODE-WK
001550     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001560     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001570     ACCEPT WS-OPERATOR-ID
001580     MOVE "SGN-002" TO WS-MSG-CODE-WK
001590     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001600     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001610     ACCEPT WS-OPERATOR-PIN
001620     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001630                           WS-SIGNON-VALID-SW
001640     IF NOT WS-SIGNON-VALID
001650         MOVE "SGN-003" TO WS-MSG-CODE-WK
001660         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001670         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001680     END-IF.
001690 0020-EXIT.
001700     EXIT.
001710
001720
001730******************************************************************
001740*  1000-INITIALIZE
001750*  CARREGA A SITUACAO DE CADA MES DO PERIODOS E ABRE A AUDITORIA.
001760******************************************************************
001770 1000-INITIALIZE.
001780     ACCEPT WS-HOJE FROM DATE YYYYMMDD
001790     OPEN INPUT PERIOD-STATUS-FILE
001800     IF WS-PER-FILE-STATUS NOT = "00"
001810         MOVE "Y" TO WS-PER-EOF-SW
001820     ELSE
001830         PERFORM 1100-LOAD-PERIODO THRU 1100-EXIT
001840             UNTIL WS-PER-EOF
001850         CLOSE PERIOD-STATUS-FILE
001860     END-IF
001870     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
001880
001890 1100-LOAD-PERIODO.
001900     READ PERIOD-STATUS-FILE
001910         AT END
001920             MOVE "Y" TO WS-PER-EOF-SW
001930             GO TO 1100-EXIT
001940     END-READ
001950     MOVE PER-MES TO WS-IN-MES
001960     PERFORM 2050-ACHA-MES THRU 2050-EXIT
001970     IF NOT WS-FOUND
001980         IF WS-PM-COUNT >= 240
001990             MOVE "Y" TO WS-OVERFLOW-SW
002000             GO TO 1100-EXIT
002010         END-IF
002020         ADD 1 TO WS-PM-COUNT
002030         MOVE WS-PM-COUNT TO WS-PM-POS
002040     END-IF
002050     SET WS-PM-IDX TO WS-PM-POS
002060     MOVE PER-MES      TO WS-PM-MES(WS-PM-IDX)
002070     MOVE PER-SITUACAO TO WS-PM-SITUACAO(WS-PM-IDX)
002080     MOVE PER-DATA     TO WS-PM-DATA(WS-PM-IDX)
002090     MOVE PER-PROGRAMA TO WS-PM-PROGRAMA(WS-PM-IDX)
002100     MOVE PER-OPERADOR TO WS-PM-OPERADOR(WS-PM-IDX)
002110     MOVE PER-MOTIVO   TO WS-PM-MOTIVO(WS-PM-IDX).
002120 1100-EXIT.
002130     EXIT.
002140
002150******************************************************************
002160*  0100-OPEN-AUDIT-LOG-FILE
002170*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002180*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002190******************************************************************
002200 0100-OPEN-AUDIT-LOG-FILE.
002210     OPEN EXTEND AUDIT-LOG-FILE
002220     IF WS-AUDIT-FILE-STATUS = "35"
002230         OPEN OUTPUT AUDIT-LOG-FILE
002240         CLOSE AUDIT-LOG-FILE
002250         OPEN EXTEND AUDIT-LOG-FILE
002260     END-IF.
002270
002280******************************************************************
002290*  2000-SHOW-MENU
002300*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
002310******************************************************************
002320 2000-SHOW-MENU.
002330     DISPLAY " "
002340     DISPLAY "PERIODOS CONTABEIS - ESCOLHA A ACAO:"
002350     DISPLAY "  L - LISTAR A SITUACAO DOS MESES"
002360     DISPLAY "  F - FECHAR MES (SUPERVISOR)"
002370     DISPLAY "  R - REABRIR MES COM MOTIVO (SUPERVISOR)"
002380     DISPLAY "  P - LANCAMENTOS APOS FECHAMENTO (PERRPT)"
002390     DISPLAY "  X - SAIR"
002400     ACCEPT WS-ACAO
002410     EVALUATE WS-ACAO
002420         WHEN "L"
002430         WHEN "l"
002440             PERFORM 2100-LISTA THRU 2100-EXIT
002450         WHEN "F"
002460         WHEN "f"
002470             PERFORM 2300-FECHA-MES THRU 2300-EXIT
002480         WHEN "R"
002490         WHEN "r"
002500             PERFORM 2400-REABRE-MES THRU 2400-EXIT
002510         WHEN "P"
002520         WHEN "p"
002530             PERFORM 2500-RELATORIO THRU 2500-EXIT
002540         WHEN "X"
002550         WHEN "x"
002560             MOVE "Y" TO WS-EXIT-SW
002570         WHEN OTHER
002580             DISPLAY "ACAO INVALIDA"
002590     END-EVALUATE.
002600 2000-EXIT.
002610     EXIT.
002620
002630*    PROCURA WS-IN-MES NA TABELA; ACHADO, A POSICAO FICA EM
002640*    WS-PM-POS.
002650 2050-ACHA-MES.
002660     MOVE "N" TO WS-FOUND-SW
002670     MOVE ZERO TO WS-PM-POS
002680     PERFORM 2060-TESTA-MES THRU 2060-EXIT
002690         VARYING WS-SCAN FROM 1 BY 1
002700         UNTIL WS-SCAN > WS-PM-COUNT OR WS-FOUND.
002710 2050-EXIT.
002720     EXIT.
002730
002740 2060-TESTA-MES.
002750     SET WS-PM-IDX TO WS-SCAN
002760     IF WS-PM-MES(WS-PM-IDX) = WS-IN-MES
002770         MOVE "Y" TO WS-FOUND-SW
002780         MOVE WS-SCAN TO WS-PM-POS
002790     END-IF.
002800 2060-EXIT.
002810     EXIT.
002820
002830*    MES AAAAMM JA ENCERRADO (ANTERIOR AO MES CORRENTE). INVALIDO
002840*    VOLTA EM BRANCO.
002850 2070-PEDE-MES.
002860     DISPLAY "MES (AAAAMM):"
002870     ACCEPT WS-IN-MES
002880     IF WS-IN-MES NOT NUMERIC
002890         OR WS-IN-MES(5:2) < "01" OR WS-IN-MES(5:2) > "12"
002900         DISPLAY "MES INVALIDO"
002910         MOVE SPACES TO WS-IN-MES
002920         GO TO 2070-EXIT
002930     END-IF
002940     IF WS-IN-MES NOT < WS-HOJE(1:6)
002950         DISPLAY "SO SE FECHA OU REABRE MES JA ENCERRADO"
002960         MOVE SPACES TO WS-IN-MES
002970     END-IF.
002980 2070-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020*  2100-LISTA
003030*  MOSTRA CADA MES DO PERIODOS COM A SITUACAO E QUEM A DEFINIU.
003040*  MES QUE NAO APARECE ESTA ABERTO.
003050******************************************************************
003060 2100-LISTA.
003070     IF WS-PM-COUNT = ZERO
003080         DISPLAY "NENHUM MES FECHADO - TODOS OS PERIODOS ABERTOS"
003090         GO TO 2100-EXIT
003100     END-IF
003110     PERFORM 2150-LISTA-UM THRU 2150-EXIT
003120         VARYING WS-SCAN FROM 1 BY 1
003130         UNTIL WS-SCAN > WS-PM-COUNT.
003140 2100-EXIT.
003150     EXIT.
003160
003170 2150-LISTA-UM.
003180     SET WS-PM-IDX TO WS-SCAN
003190     MOVE WS-PM-SITUACAO(WS-PM-IDX) TO WS-SITUACAO-WK
003200     PERFORM 2900-EDITA-SITUACAO
003210     DISPLAY WS-PM-MES(WS-PM-IDX) " " WS-SITUACAO-ED " "
003220             WS-PM-DATA(WS-PM-IDX) " " WS-PM-PROGRAMA(WS-PM-IDX)
003230             " " WS-PM-OPERADOR(WS-PM-IDX)
003240     IF WS-PM-MOTIVO(WS-PM-IDX) NOT = SPACES
003250         DISPLAY "       " WS-PM-MOTIVO(WS-PM-IDX)
003260     END-IF.
003270 2150-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310*  2300-FECHA-MES
003320*  FECHA NA MAO UM MES JA ENCERRADO QUE ESTA ABERTO (NUNCA
003330*  FECHADO OU REABERTO), COM REGISTRO NA AUDITORIA.
003340******************************************************************
003350 2300-FECHA-MES.
003360     IF NOT WS-SUPERVISOR
003370         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
003380         GO TO 2300-EXIT
003390     END-IF
003400     PERFORM 2070-PEDE-MES THRU 2070-EXIT
003410     IF WS-IN-MES = SPACES
003420         GO TO 2300-EXIT
003430     END-IF
003440     PERFORM 2050-ACHA-MES THRU 2050-EXIT
003450     IF WS-FOUND
003460         SET WS-PM-IDX TO WS-PM-POS
003470         IF WS-PM-SITUACAO(WS-PM-IDX) = "F"
003480             DISPLAY "MES JA ESTA FECHADO"
003490             GO TO 2300-EXIT
003500         END-IF
003510     END-IF
003520     MOVE "FECHAMENTO MANUAL" TO WS-IN-MOTIVO
003530     MOVE "F" TO WS-SITUACAO-WK
003540     PERFORM 2800-GRAVA-PERIODO THRU 2800-EXIT
003550     IF WS-OVERFLOW
003560         GO TO 2300-EXIT
003570     END-IF
003580     PERFORM 7000-WRITE-AUDIT
003590     DISPLAY "MES " WS-IN-MES " FECHADO PARA LANCAMENTOS".
003600 2300-EXIT.
003610     EXIT.
003620
003630******************************************************************
003640*  2400-REABRE-MES
003650*  REABRE UM MES FECHADO. O MOTIVO E OBRIGATORIO E VAI PARA O
003660*  PERIODOS E PARA A AUDITORIA; OS LANCAMENTOS NO MES REABERTO
003670*  FICAM NO PERLOG ATE ELE SER FECHADO DE NOVO.
003680******************************************************************
003690 2400-REABRE-MES.
003700     IF NOT WS-SUPERVISOR
003710         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
003720         GO TO 2400-EXIT
003730     END-IF
003740     PERFORM 2070-PEDE-MES THRU 2070-EXIT
003750     IF WS-IN-MES = SPACES
003760         GO TO 2400-EXIT
003770     END-IF
003780     PERFORM 2050-ACHA-MES THRU 2050-EXIT
003790     IF NOT WS-FOUND
003800         DISPLAY "MES NAO ESTA FECHADO"
003810         GO TO 2400-EXIT
003820     END-IF
003830     SET WS-PM-IDX TO WS-PM-POS
003840     IF WS-PM-SITUACAO(WS-PM-IDX) NOT = "F"
003850         DISPLAY "MES NAO ESTA FECHADO"
003860         GO TO 2400-EXIT
003870     END-IF
003880     DISPLAY "MOTIVO DA REABERTURA:"
003890     ACCEPT WS-IN-MOTIVO
003900     IF WS-IN-MOTIVO = SPACES
003910         DISPLAY "REABERTURA SEM MOTIVO RECUSADA"
003920         GO TO 2400-EXIT
003930     END-IF
003940     MOVE "A" TO WS-SITUACAO-WK
003950     PERFORM 2800-GRAVA-PERIODO THRU 2800-EXIT
003960     PERFORM 7000-WRITE-AUDIT
003970     DISPLAY "MES " WS-IN-MES " REABERTO - FECHE DE NOVO NO"
003980             " PERMANT AO TERMINAR OS ACERTOS".
003990 2400-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030*  2500-RELATORIO
004040*  PERRPT: SITUACAO DOS MESES E, DO PERLOG, TODO LANCAMENTO QUE
004050*  CAIU EM MES JA FECHADO - RECUSADO, DESVIADO PARA O PRIMEIRO
004060*  MES ABERTO OU LANCADO NO MES REABERTO - COM OS TOTAIS.
004070******************************************************************
004080 2500-RELATORIO.
004090     OPEN OUTPUT PERIOD-REPORT-FILE
004100     MOVE SPACES TO REPORT-LINE
004110     STRING "LANCAMENTOS APOS FECHAMENTO - EMITIDO EM " WS-HOJE
004120         DELIMITED BY SIZE INTO REPORT-LINE
004130     WRITE REPORT-LINE
004140     MOVE SPACES TO REPORT-LINE
004150     WRITE REPORT-LINE
004160     MOVE "SITUACAO DOS PERIODOS (MES AUSENTE = ABERTO)"
004170         TO REPORT-LINE
004180     WRITE REPORT-LINE
004190     PERFORM 2550-LINHA-PERIODO THRU 2550-EXIT
004200         VARYING WS-SCAN FROM 1 BY 1
004210         UNTIL WS-SCAN > WS-PM-COUNT
004220     MOVE SPACES TO REPORT-LINE
004230     WRITE REPORT-LINE
004240     MOVE "DATA     HORA   PROGRAMA A ORIGINAL" TO REPORT-LINE
004250     MOVE "LANCADO  CONTA    D        VALOR HISTORICO"
004260         TO REPORT-LINE(37:44)
004270     WRITE REPORT-LINE
004280     MOVE ZERO TO WS-RL-HIST WS-RL-RECUSADOS WS-RL-DESVIADOS
004290                  WS-RL-REABERTOS
004300     MOVE "N" TO WS-PLG-EOF-SW
004310     OPEN INPUT PERIOD-LOG-FILE
004320     IF WS-PLG-FILE-STATUS = "00"
004330         PERFORM 2600-LINHA-LOG THRU 2600-EXIT
004340             UNTIL WS-PLG-EOF
004350         CLOSE PERIOD-LOG-FILE
004360     END-IF
004370     MOVE SPACES TO REPORT-LINE
004380     WRITE REPORT-LINE
004390     MOVE SPACES TO REPORT-LINE
004400     STRING "LANCAMENTOS: " WS-RL-HIST
004410            "  RECUSADOS: " WS-RL-RECUSADOS
004420            "  DESVIADOS: " WS-RL-DESVIADOS
004430            "  EM MES REABERTO: " WS-RL-REABERTOS
004440         DELIMITED BY SIZE INTO REPORT-LINE
004450     WRITE REPORT-LINE
004460     CLOSE PERIOD-REPORT-FILE
004470     DISPLAY "RELATORIO GRAVADO EM PERRPT - LANCAMENTOS: "
004480             WS-RL-HIST.
004490 2500-EXIT.
004500     EXIT.
004510
004520 2550-LINHA-PERIODO.
004530     SET WS-PM-IDX TO WS-SCAN
004540     MOVE WS-PM-SITUACAO(WS-PM-IDX) TO WS-SITUACAO-WK
004550     PERFORM 2900-EDITA-SITUACAO
004560     MOVE SPACES TO REPORT-LINE
004570     STRING WS-PM-MES(WS-PM-IDX) " " WS-SITUACAO-ED " "
004580            WS-PM-DATA(WS-PM-IDX) " " WS-PM-PROGRAMA(WS-PM-IDX)
004590            " " WS-PM-OPERADOR(WS-PM-IDX) " "
004600            WS-PM-MOTIVO(WS-PM-IDX)
004610         DELIMITED BY SIZE INTO REPORT-LINE
004620     WRITE REPORT-LINE.
004630 2550-EXIT.
004640     EXIT.
004650
004660 2600-LINHA-LOG.
004670     READ PERIOD-LOG-FILE
004680         AT END
004690             MOVE "Y" TO WS-PLG-EOF-SW
004700             GO TO 2600-EXIT
004710     END-READ
004720     ADD 1 TO WS-RL-HIST
004730     EVALUATE TRUE
004740         WHEN PLG-RECUSADO
004750             ADD 1 TO WS-RL-RECUSADOS
004760         WHEN PLG-DESVIADO
004770             ADD 1 TO WS-RL-DESVIADOS
004780         WHEN PLG-REABERTO
004790             ADD 1 TO WS-RL-REABERTOS
004800     END-EVALUATE
004810     IF PLG-VALOR NUMERIC
004820         MOVE PLG-VALOR TO WS-VALOR-ED
004830     ELSE
004840         MOVE ZERO TO WS-VALOR-ED
004850     END-IF
004860     MOVE SPACES TO REPORT-LINE
004870     STRING PLG-DATA " " PLG-HORA(1:6) " " PLG-PROGRAMA " "
004880            PLG-ACAO " " PLG-DATA-ORIG " " PLG-DATA-LANC " "
004890            PLG-CONTA " " PLG-DC " " WS-VALOR-ED " "
004900            PLG-DESC(1:11)
004910         DELIMITED BY SIZE INTO REPORT-LINE
004920     WRITE REPORT-LINE.
004930 2600-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*  2800-GRAVA-PERIODO
004980*  ACRESCENTA NO PERIODOS O REGISTRO DO MES WS-IN-MES COM A
004990*  SITUACAO WS-SITUACAO-WK E ATUALIZA A TABELA.
005000******************************************************************
005010 2800-GRAVA-PERIODO.
005020     IF NOT WS-FOUND
005030         IF WS-PM-COUNT >= 240
005040             DISPLAY "TABELA DE PERIODOS CHEIA - NADA GRAVADO"
005050             MOVE "Y" TO WS-OVERFLOW-SW
005060             GO TO 2800-EXIT
005070         END-IF
005080         ADD 1 TO WS-PM-COUNT
005090         MOVE WS-PM-COUNT TO WS-PM-POS
005100     END-IF
005110     OPEN EXTEND PERIOD-STATUS-FILE
005120     IF WS-PER-FILE-STATUS = "35"
005130         OPEN OUTPUT PERIOD-STATUS-FILE
005140         CLOSE PERIOD-STATUS-FILE
005150         OPEN EXTEND PERIOD-STATUS-FILE
005160     END-IF
005170     MOVE SPACES         TO PERIOD-STATUS-RECORD
005180     MOVE WS-IN-MES      TO PER-MES
005190     MOVE WS-SITUACAO-WK TO PER-SITUACAO
005200     MOVE WS-HOJE        TO PER-DATA
005210     ACCEPT PER-HORA FROM TIME
005220     MOVE "PERMANT"      TO PER-PROGRAMA
005230     MOVE WS-OPERATOR-ID TO PER-OPERADOR
005240     MOVE WS-IN-MOTIVO   TO PER-MOTIVO
005250     WRITE PERIOD-STATUS-RECORD
005260     CLOSE PERIOD-STATUS-FILE
005270     SET WS-PM-IDX TO WS-PM-POS
005280     MOVE PER-MES      TO WS-PM-MES(WS-PM-IDX)
005290     MOVE PER-SITUACAO TO WS-PM-SITUACAO(WS-PM-IDX)
005300     MOVE PER-DATA     TO WS-PM-DATA(WS-PM-IDX)
005310     MOVE PER-PROGRAMA TO WS-PM-PROGRAMA(WS-PM-IDX)
005320     MOVE PER-OPERADOR TO WS-PM-OPERADOR(WS-PM-IDX)
005330     MOVE PER-MOTIVO   TO WS-PM-MOTIVO(WS-PM-IDX)
005340     ADD 1 TO WS-CHANGE-COUNT.
005350 2800-EXIT.
005360     EXIT.
005370
005380 2900-EDITA-SITUACAO.
005390     IF WS-SITUACAO-WK = "F"
005400         MOVE "FECHADO   " TO WS-SITUACAO-ED
005410     ELSE
005420         MOVE "REABERTO  " TO WS-SITUACAO-ED
005430     END-IF.
005440
005450******************************************************************
005460*  3000-FINALIZE
005470*  FECHA A AUDITORIA.
005480******************************************************************
005490 3000-FINALIZE.
005500     CLOSE AUDIT-LOG-FILE
005510     DISPLAY "PERIODOS - ALTERACOES: " WS-CHANGE-COUNT.
005520
005530******************************************************************
005540*  7000-WRITE-AUDIT
005550*  GRAVA O FECHAMENTO OU A REABERTURA (COM O MOTIVO) NA TRILHA DE
005560*  AUDITORIA, CHAVE = MES.
005570******************************************************************
005580 7000-WRITE-AUDIT.
005590     MOVE "PERMANT"           TO AUDIT-PROGRAM-ID
005600     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
005610     ACCEPT AUDIT-TIME FROM TIME
005620     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
005630     MOVE WS-IN-MES           TO AUDIT-KEY
005640     MOVE SPACES              TO AUDIT-DETAIL
005650     IF WS-SITUACAO-WK = "F"
005660         STRING "FECHADO " WS-IN-MES
005670             DELIMITED BY SIZE INTO AUDIT-DETAIL
005680     ELSE
005690         STRING "REABERTO " WS-IN-MES " " WS-IN-MOTIVO
005700             DELIMITED BY SIZE INTO AUDIT-DETAIL
005710     END-IF
005720     CALL "AUDITWR" USING AUDIT-RECORD.
