000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RECONTA.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  LOJA - DECISAO DE RECONTAGEM CEGA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  RECONTA.CBL
000090*  DECISAO DO SUPERVISOR SOBRE AS GAVETAS RETIDAS PELO MOEDA.
000100*  QUANDO A CONTAGEM DO CAIXA E A RECONTAGEM CEGA ("B" NO CASHCNT)
000110*  NAO BATEM DENOMINACAO A DENOMINACAO, O MOEDA NAO GRAVA A GAVETA
000120*  NO TELLVARH - GRAVA UMA ENTRADA PENDENTE NO RECNTHLD E A LISTA
000130*  DAS DIVERGENCIAS NA AUDITORIA. AQUI O SUPERVISOR (NIVEL 9 NO
000140*  OPAUTH):
000150*    - LISTA AS GAVETAS PENDENTES, COM O MONTANTE E A DIFERENCA
000160*      QUE CADA UMA DAS DUAS CONTAGENS DARIA;
000170*    - ESCOLHE A CONTAGEM QUE VALE ("1" = DO CAIXA, "2" =
000180*      RECONTAGEM). A DIFERENCA RESULTANTE VAI PARA O TELLVARH, A
000190*      ENTRADA FICA DECIDIDA NO RECNTHLD E A DECISAO VAI PARA A
000200*      TRILHA DE AUDITORIA.
000210*  UMA REEXECUCAO DO MOEDA NO MESMO DIA RESPEITA A DECISAO.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RECONT-HOLD-FILE ASSIGN TO "RECNTHLD"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS  IS WS-HLD-FILE-STATUS.
000330     SELECT TELLER-VARIANCE-FILE ASSIGN TO "TELLVARH"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS WS-TVARH-FILE-STATUS.
000360     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RECONT-HOLD-FILE
000420     RECORDING MODE IS F.
000430     COPY RECNTREC.
000440 FD  TELLER-VARIANCE-FILE
000450     RECORDING MODE IS F.
000460     COPY TVARHREC.
000470 FD  AUDIT-LOG-FILE
000480     RECORDING MODE IS F.
000490     COPY AUDITREC.
000500 WORKING-STORAGE SECTION.
000510 01  WS-SWITCHES.
000520     05  WS-HLD-FILE-STATUS      PIC X(02)   VALUE "00".
000530     05  WS-TVARH-FILE-STATUS    PIC X(02)   VALUE "00".
000540     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000550     05  WS-HLD-EOF-SW           PIC X(01)   VALUE "N".
000560         88  WS-HLD-EOF                      VALUE "Y".
000570     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000580         88  WS-EXIT                         VALUE "Y".
000590     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000600         88  WS-SIGNON-VALID                 VALUE "Y".
000610     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000620         88  WS-FOUND                        VALUE "Y".
000630 01  WS-MSG-CODE-WK              PIC X(08).
000640 01  WS-MSG-TEXT-WK              PIC X(60).
000650 01  WS-OPERATOR-ID              PIC X(08).
000660 01  WS-OPERATOR-PIN             PIC X(04).
000670*  ESCOLHER A CONTAGEM QUE VALE E DECISAO DO SUPERVISOR - NIVEL 9
000680*  CONFERIDO PELO OPAUTH NA ENTRADA.
000690 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
000700 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000710     88  WS-AUTHORIZED                       VALUE "Y".
000720 01  WS-ACAO                     PIC X(01).
000730 01  WS-HOJE                     PIC X(08).
000740 01  WS-IN-SEQ                   PIC X(03).
000750 01  WS-SEQ-NUM                  PIC 9(03).
000760 01  WS-IN-ESCOLHA               PIC X(01).
000770 01  WS-SCAN                     PIC 9(03).
000780 01  WS-PEND-COUNT               PIC 9(03)   VALUE ZERO.
000790 01  WS-DEC-COUNT                PIC 9(03)   VALUE ZERO.
000800 01  WS-MONT-ESCOLHIDO           PIC 9(05)V99.
000810 01  WS-LIQUIDO                  PIC S9(07)V99.
000820 01  WS-DIFERENCA                PIC S9(07)V99.
000830 01  WS-DIF-CAIXA                PIC S9(07)V99.
000840 01  WS-DIF-RECONT               PIC S9(07)V99.
000850 01  WS-RESULTADO                PIC X(07).
000860 01  WS-MONT-ED                  PIC ZZZZ9.99.
000870 01  WS-MONT2-ED                 PIC ZZZZ9.99.
000880 01  WS-DIF-ED                   PIC -ZZZZ9.99.
000890 01  WS-DIF2-ED                  PIC -ZZZZ9.99.
000900 01  WS-RUN-STAMP-DISP           PIC X(30).
000910     COPY RUNSTAMP.
000920
000930******************************************************************
000940*  GAVETAS RETIDAS CARREGADAS DO RECNTHLD, NA ORDEM DO ARQUIVO. O
000950*  NUMERO MOSTRADO NA LISTA (ACAO L) E A POSICAO NESTA TABELA.
000960******************************************************************
000970 01  WS-HOLD-TABLE.
000980     05  WS-HLD-ENTRY OCCURS 200 TIMES
000990                      INDEXED BY WS-HLD-IDX.
001000         10  WS-HLD-TELLER-ID    PIC X(05).
001010         10  WS-HLD-BUS-DATE     PIC X(08).
001020         10  WS-HLD-FILIAL       PIC X(03).
001030         10  WS-HLD-RECONT       PIC X(05).
001040         10  WS-HLD-STATUS       PIC X(01).
001050         10  WS-HLD-ESCOLHA      PIC X(01).
001060         10  WS-HLD-MONT-CAIXA   PIC 9(05)V99.
001070         10  WS-HLD-MONT-RECONT  PIC 9(05)V99.
001080         10  WS-HLD-EXPECTED     PIC 9(05)V99.
001090         10  WS-HLD-AJUSTE       PIC S9(06)V99.
001100         10  WS-HLD-RUN-ID       PIC X(08).
001110         10  WS-HLD-SUPERV-ID    PIC X(08).
001120         10  WS-HLD-DEC-DATE     PIC X(08).
001130 01  WS-HLD-COUNT                PIC 9(03)   VALUE ZERO.
001140 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001150     88  WS-OVERFLOW                         VALUE "Y".
001160
001170 PROCEDURE DIVISION.
001180
001190 0000-MAINLINE.
001200     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001210*    DECISAO DE SUPERVISOR - EXIGE NIVEL 9 PELO OPAUTH.
001220     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001230                         WS-AUTHORIZED-SW
001240     IF NOT WS-AUTHORIZED
001250         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
001260         MOVE 8 TO RETURN-CODE
001270         STOP RUN
001280     END-IF
001290     PERFORM 1000-INITIALIZE
001300     IF WS-OVERFLOW
001310         DISPLAY "RECNTHLD MAIOR QUE A TABELA (200) - EXECUCAO"
001320                 " RECUSADA, NADA ALTERADO"
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
001720******************************************************************
001730*  1000-INITIALIZE
001740*  CARREGA AS GAVETAS RETIDAS DO RECNTHLD E ABRE A AUDITORIA.
001750******************************************************************
001760 1000-INITIALIZE.
001770     ACCEPT WS-HOJE FROM DATE YYYYMMDD
001780     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001790     ACCEPT RUN-STAMP-ID   FROM TIME
001800     MOVE SPACES TO WS-RUN-STAMP-DISP
001810     STRING "EXECUCAO " DELIMITED BY SIZE
001820            RUN-STAMP-DATE DELIMITED BY SIZE
001830            " " DELIMITED BY SIZE
001840            RUN-STAMP-ID DELIMITED BY SIZE
001850         INTO WS-RUN-STAMP-DISP
001860     OPEN INPUT RECONT-HOLD-FILE
001870     IF WS-HLD-FILE-STATUS NOT = "00"
001880         MOVE "Y" TO WS-HLD-EOF-SW
001890     ELSE
001900         PERFORM 1100-LOAD-HOLD THRU 1100-EXIT
001910             UNTIL WS-HLD-EOF
001920         CLOSE RECONT-HOLD-FILE
001930     END-IF
001940     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
001950
001960 1100-LOAD-HOLD.
001970     READ RECONT-HOLD-FILE
001980         AT END
001990             MOVE "Y" TO WS-HLD-EOF-SW
002000             GO TO 1100-EXIT
002010     END-READ
002020     IF WS-HLD-COUNT >= 200
002030         MOVE "Y" TO WS-OVERFLOW-SW
002040         GO TO 1100-EXIT
002050     END-IF
002060     ADD 1 TO WS-HLD-COUNT
002070     SET WS-HLD-IDX TO WS-HLD-COUNT
002080     MOVE RCH-TELLER-ID       TO WS-HLD-TELLER-ID(WS-HLD-IDX)
002090     MOVE RCH-BUS-DATE        TO WS-HLD-BUS-DATE(WS-HLD-IDX)
002100     MOVE RCH-FILIAL          TO WS-HLD-FILIAL(WS-HLD-IDX)
002110     MOVE RCH-RECONT-TELLER   TO WS-HLD-RECONT(WS-HLD-IDX)
002120     MOVE RCH-STATUS          TO WS-HLD-STATUS(WS-HLD-IDX)
002130     MOVE RCH-ESCOLHA         TO WS-HLD-ESCOLHA(WS-HLD-IDX)
002140     MOVE RCH-MONTANTE-CAIXA  TO WS-HLD-MONT-CAIXA(WS-HLD-IDX)
002150     MOVE RCH-MONTANTE-RECONT TO WS-HLD-MONT-RECONT(WS-HLD-IDX)
002160     MOVE RCH-EXPECTED        TO WS-HLD-EXPECTED(WS-HLD-IDX)
002170     MOVE RCH-AJUSTE          TO WS-HLD-AJUSTE(WS-HLD-IDX)
002180     MOVE RCH-RUN-ID          TO WS-HLD-RUN-ID(WS-HLD-IDX)
002190     MOVE RCH-SUPERV-ID       TO WS-HLD-SUPERV-ID(WS-HLD-IDX)
002200     MOVE RCH-DEC-DATE        TO WS-HLD-DEC-DATE(WS-HLD-IDX).
002210 1100-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250*  0100-OPEN-AUDIT-LOG-FILE
002260*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002270*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002280******************************************************************
002290 0100-OPEN-AUDIT-LOG-FILE.
002300     OPEN EXTEND AUDIT-LOG-FILE
002310     IF WS-AUDIT-FILE-STATUS = "35"
002320         OPEN OUTPUT AUDIT-LOG-FILE
002330         CLOSE AUDIT-LOG-FILE
002340         OPEN EXTEND AUDIT-LOG-FILE
002350     END-IF.
002360
002370******************************************************************
002380*  2000-SHOW-MENU
002390*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
002400******************************************************************
002410 2000-SHOW-MENU.
002420     DISPLAY " "
002430     DISPLAY "RECONTAGEM CEGA - GAVETAS RETIDAS - ESCOLHA A ACAO:"
002440     DISPLAY "  L - LISTAR GAVETAS PENDENTES"
002450     DISPLAY "  D - DECIDIR A CONTAGEM QUE VALE"
002460     DISPLAY "  X - SAIR"
002470     ACCEPT WS-ACAO
002480     EVALUATE WS-ACAO
002490         WHEN "L"
002500         WHEN "l"
002510             PERFORM 2100-LIST-PENDING THRU 2100-EXIT
002520         WHEN "D"
002530         WHEN "d"
002540             PERFORM 2300-DECIDE THRU 2300-EXIT
002550         WHEN "X"
002560         WHEN "x"
002570             MOVE "Y" TO WS-EXIT-SW
002580         WHEN OTHER
002590             DISPLAY "ACAO INVALIDA"
002600     END-EVALUATE.
002610 2000-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650*  2100-LIST-PENDING
002660*  LISTA AS GAVETAS PENDENTES COM O NUMERO PARA A ACAO D, E O
002670*  MONTANTE E A DIFERENCA DE CADA UMA DAS DUAS CONTAGENS.
002680******************************************************************
002690 2100-LIST-PENDING.
002700     MOVE ZERO TO WS-PEND-COUNT
002710     PERFORM 2150-LIST-ONE THRU 2150-EXIT
002720         VARYING WS-SCAN FROM 1 BY 1
002730         UNTIL WS-SCAN > WS-HLD-COUNT
002740     DISPLAY "GAVETAS PENDENTES: " WS-PEND-COUNT.
002750 2100-EXIT.
002760     EXIT.
002770
002780 2150-LIST-ONE.
002790     SET WS-HLD-IDX TO WS-SCAN
002800     IF WS-HLD-STATUS(WS-HLD-IDX) NOT = "P"
002810         GO TO 2150-EXIT
002820     END-IF
002830     ADD 1 TO WS-PEND-COUNT
002840     PERFORM 5000-COMPUTE-BOTH THRU 5000-EXIT
002850     MOVE WS-HLD-MONT-CAIXA(WS-HLD-IDX)  TO WS-MONT-ED
002860     MOVE WS-HLD-MONT-RECONT(WS-HLD-IDX) TO WS-MONT2-ED
002870     MOVE WS-DIF-CAIXA                   TO WS-DIF-ED
002880     MOVE WS-DIF-RECONT                  TO WS-DIF2-ED
002890     DISPLAY WS-SCAN " CAIXA " WS-HLD-TELLER-ID(WS-HLD-IDX)
002900             " DIA " WS-HLD-BUS-DATE(WS-HLD-IDX)
002910             " FILIAL " WS-HLD-FILIAL(WS-HLD-IDX)
002920             " RECONT " WS-HLD-RECONT(WS-HLD-IDX)
002930     DISPLAY "    1-CAIXA  R$" WS-MONT-ED " DIF " WS-DIF-ED
002940             "   2-RECONT R$" WS-MONT2-ED " DIF " WS-DIF2-ED.
002950 2150-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*  2300-DECIDE
003000*  O SUPERVISOR ESCOLHE A CONTAGEM QUE VALE PARA UMA GAVETA
003010*  PENDENTE. GRAVA O TELLVARH COM A DIFERENCA DA CONTAGEM
003020*  ESCOLHIDA, MARCA A ENTRADA COMO DECIDIDA, REGRAVA O RECNTHLD NA
003030*  HORA E GRAVA A DECISAO NA AUDITORIA.
003040******************************************************************
003050 2300-DECIDE.
003060     PERFORM 5100-SELECT-HOLD THRU 5100-EXIT
003070     IF NOT WS-FOUND
003080         GO TO 2300-EXIT
003090     END-IF
003100     DISPLAY "CONTAGEM QUE VALE (1 = DO CAIXA, 2 = RECONTAGEM):"
003110     ACCEPT WS-IN-ESCOLHA
003120     IF WS-IN-ESCOLHA NOT = "1" AND WS-IN-ESCOLHA NOT = "2"
003130         DISPLAY "ESCOLHA INVALIDA - NADA FEITO"
003140         GO TO 2300-EXIT
003150     END-IF
003160     IF WS-IN-ESCOLHA = "1"
003170         MOVE WS-HLD-MONT-CAIXA(WS-HLD-IDX)  TO WS-MONT-ESCOLHIDO
003180     ELSE
003190         MOVE WS-HLD-MONT-RECONT(WS-HLD-IDX) TO WS-MONT-ESCOLHIDO
003200     END-IF
003210     COMPUTE WS-LIQUIDO = WS-MONT-ESCOLHIDO
003220                        + WS-HLD-AJUSTE(WS-HLD-IDX)
003230     COMPUTE WS-DIFERENCA = WS-LIQUIDO
003240                          - WS-HLD-EXPECTED(WS-HLD-IDX)
003250     EVALUATE TRUE
003260         WHEN WS-DIFERENCA = ZERO
003270             MOVE "CONFERE" TO WS-RESULTADO
003280         WHEN WS-DIFERENCA > ZERO
003290             MOVE "SOBRA"   TO WS-RESULTADO
003300         WHEN OTHER
003310             MOVE "FALTA"   TO WS-RESULTADO
003320     END-EVALUATE
003330     PERFORM 4000-WRITE-VARIANCE THRU 4000-EXIT
003340     MOVE "D"            TO WS-HLD-STATUS(WS-HLD-IDX)
003350     MOVE WS-IN-ESCOLHA  TO WS-HLD-ESCOLHA(WS-HLD-IDX)
003360     MOVE WS-OPERATOR-ID TO WS-HLD-SUPERV-ID(WS-HLD-IDX)
003370     MOVE WS-HOJE        TO WS-HLD-DEC-DATE(WS-HLD-IDX)
003380     PERFORM 4100-WRITE-HOLD-FILE THRU 4100-EXIT
003390     PERFORM 7000-WRITE-AUDIT-DEC
003400     ADD 1 TO WS-DEC-COUNT
003410     MOVE WS-DIFERENCA TO WS-DIF-ED
003420     DISPLAY "DECISAO REGISTRADA - " WS-RESULTADO " " WS-DIF-ED.
003430 2300-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*  3000-FINALIZE
003480*  FECHA A AUDITORIA. O RECNTHLD E O TELLVARH JA FORAM GRAVADOS
003490*  DECISAO A DECISAO.
003500******************************************************************
003510 3000-FINALIZE.
003520     CLOSE AUDIT-LOG-FILE
003530     DISPLAY "DECISOES REGISTRADAS: " WS-DEC-COUNT
003540     DISPLAY "RECONTAGEM ENCERRADA".
003550
003560******************************************************************
003570*  4000-WRITE-VARIANCE
003580*  ACRESCENTA AO TELLVARH A DIFERENCA DA GAVETA PELA CONTAGEM
003590*  ESCOLHIDA, NO MESMO FORMATO GRAVADO PELO MOEDA.
003600******************************************************************
003610 4000-WRITE-VARIANCE.
003620     OPEN EXTEND TELLER-VARIANCE-FILE
003630     IF WS-TVARH-FILE-STATUS = "35"
003640         OPEN OUTPUT TELLER-VARIANCE-FILE
003650         CLOSE TELLER-VARIANCE-FILE
003660         OPEN EXTEND TELLER-VARIANCE-FILE
003670     END-IF
003680     MOVE SPACES                        TO TELLER-VARIANCE-RECORD
003690     MOVE WS-HLD-TELLER-ID(WS-HLD-IDX)  TO TVARH-TELLER-ID
003700     MOVE WS-HLD-BUS-DATE(WS-HLD-IDX)   TO TVARH-BUS-DATE
003710     MOVE WS-MONT-ESCOLHIDO             TO TVARH-MONTANTE
003720     MOVE WS-HLD-EXPECTED(WS-HLD-IDX)   TO TVARH-EXPECTED
003730     MOVE WS-DIFERENCA                  TO TVARH-VARIANCE
003740     MOVE WS-RESULTADO                  TO TVARH-RESULT
003750     MOVE WS-HLD-RUN-ID(WS-HLD-IDX)     TO TVARH-RUN-ID
003760     MOVE WS-HLD-FILIAL(WS-HLD-IDX)     TO TVARH-FILIAL
003770     WRITE TELLER-VARIANCE-RECORD
003780     CLOSE TELLER-VARIANCE-FILE.
003790 4000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830*  4100-WRITE-HOLD-FILE
003840*  REGRAVA O RECNTHLD COM AS ENTRADAS EM MEMORIA.
003850******************************************************************
003860 4100-WRITE-HOLD-FILE.
003870     OPEN OUTPUT RECONT-HOLD-FILE
003880     PERFORM 4150-WRITE-ONE-HOLD THRU 4150-EXIT
003890         VARYING WS-SCAN FROM 1 BY 1
003900         UNTIL WS-SCAN > WS-HLD-COUNT
003910     CLOSE RECONT-HOLD-FILE.
003920 4100-EXIT.
003930     EXIT.
003940
003950 4150-WRITE-ONE-HOLD.
003960     MOVE SPACES TO RECONT-HOLD-RECORD
003970     MOVE WS-HLD-TELLER-ID(WS-SCAN)   TO RCH-TELLER-ID
003980     MOVE WS-HLD-BUS-DATE(WS-SCAN)    TO RCH-BUS-DATE
003990     MOVE WS-HLD-FILIAL(WS-SCAN)      TO RCH-FILIAL
004000     MOVE WS-HLD-RECONT(WS-SCAN)      TO RCH-RECONT-TELLER
004010     MOVE WS-HLD-STATUS(WS-SCAN)      TO RCH-STATUS
004020     MOVE WS-HLD-ESCOLHA(WS-SCAN)     TO RCH-ESCOLHA
004030     MOVE WS-HLD-MONT-CAIXA(WS-SCAN)  TO RCH-MONTANTE-CAIXA
004040     MOVE WS-HLD-MONT-RECONT(WS-SCAN) TO RCH-MONTANTE-RECONT
004050     MOVE WS-HLD-EXPECTED(WS-SCAN)    TO RCH-EXPECTED
004060     MOVE WS-HLD-AJUSTE(WS-SCAN)      TO RCH-AJUSTE
004070     MOVE WS-HLD-RUN-ID(WS-SCAN)      TO RCH-RUN-ID
004080     MOVE WS-HLD-SUPERV-ID(WS-SCAN)   TO RCH-SUPERV-ID
004090     MOVE WS-HLD-DEC-DATE(WS-SCAN)    TO RCH-DEC-DATE
004100     WRITE RECONT-HOLD-RECORD.
004110 4150-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150*  5000-COMPUTE-BOTH
004160*  DIFERENCA QUE CADA CONTAGEM DARIA PARA A GAVETA WS-HLD-IDX:
004170*  MONTANTE + AJUSTE MENOS O ESPERADO.
004180******************************************************************
004190 5000-COMPUTE-BOTH.
004200     COMPUTE WS-DIF-CAIXA = WS-HLD-MONT-CAIXA(WS-HLD-IDX)
004210                          + WS-HLD-AJUSTE(WS-HLD-IDX)
004220                          - WS-HLD-EXPECTED(WS-HLD-IDX)
004230     COMPUTE WS-DIF-RECONT = WS-HLD-MONT-RECONT(WS-HLD-IDX)
004240                           + WS-HLD-AJUSTE(WS-HLD-IDX)
004250                           - WS-HLD-EXPECTED(WS-HLD-IDX).
004260 5000-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*  5100-SELECT-HOLD
004310*  PEDE A POSICAO DA GAVETA (VER ACAO L) E POSICIONA O INDICE.
004320******************************************************************
004330 5100-SELECT-HOLD.
004340     MOVE "N" TO WS-FOUND-SW
004350     DISPLAY "NUMERO DA GAVETA (VER ACAO L):"
004360     ACCEPT WS-IN-SEQ
004370     IF WS-IN-SEQ NOT NUMERIC
004380         DISPLAY "NUMERO INVALIDO"
004390         GO TO 5100-EXIT
004400     END-IF
004410     MOVE WS-IN-SEQ TO WS-SEQ-NUM
004420     IF WS-SEQ-NUM = ZERO OR WS-SEQ-NUM > WS-HLD-COUNT
004430         DISPLAY "GAVETA NAO ENCONTRADA"
004440         GO TO 5100-EXIT
004450     END-IF
004460     SET WS-HLD-IDX TO WS-SEQ-NUM
004470     IF WS-HLD-STATUS(WS-HLD-IDX) NOT = "P"
004480         DISPLAY "GAVETA JA DECIDIDA"
004490         GO TO 5100-EXIT
004500     END-IF
004510     MOVE "Y" TO WS-FOUND-SW.
004520 5100-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*  7000-WRITE-AUDIT-DEC
004570*  GRAVA NA AUDITORIA A DECISAO DO SUPERVISOR SOBRE A GAVETA.
004580******************************************************************
004590 7000-WRITE-AUDIT-DEC.
004600     MOVE "RECONTA"                    TO AUDIT-PROGRAM-ID
004610     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004620     ACCEPT AUDIT-TIME FROM TIME
004630     MOVE WS-OPERATOR-ID               TO AUDIT-OPERATOR-ID
004640     MOVE WS-HLD-TELLER-ID(WS-HLD-IDX) TO AUDIT-KEY
004650     MOVE SPACES                       TO AUDIT-DETAIL
004660     MOVE WS-MONT-ESCOLHIDO            TO WS-MONT-ED
004670     MOVE WS-DIFERENCA                 TO WS-DIF-ED
004680     STRING "DIA " WS-HLD-BUS-DATE(WS-HLD-IDX)
004690            " VALE " WS-IN-ESCOLHA
004700            " RECONT " WS-HLD-RECONT(WS-HLD-IDX)
004710            " R$" WS-MONT-ED
004720            " DIF" WS-DIF-ED
004730         DELIMITED BY SIZE INTO AUDIT-DETAIL
004740     CALL "AUDITWR" USING AUDIT-RECORD.
