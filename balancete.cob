000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000192*  2026-10-15 AFG   PERGUNTA SE LISTA EM SEPARADO OS VALES
000194*                   CONTABEIS DO LANCMAN (HISTORICO "LCM") DO MES
000196*                   ATE A DATA, COM OS TOTAIS DE DEBITO E CREDITO
000198*                   DOS LANCAMENTOS MANUAIS NO FIM DO BALANCETE.
000200******************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000590         88  WS-SIGNON-VALID                 VALUE "Y".
000600     05  WS-ACCT-FOUND-SW        PIC X(01)   VALUE "N".
000610         88  WS-ACCT-FOUND                   VALUE "Y".
000613     05  WS-LISTA-LCM-SW         PIC X(01)   VALUE "N".
000616         88  WS-LISTA-LCM                    VALUE "S" "s".
000620 01  WS-MSG-CODE-WK              PIC X(08).
000630 01  WS-MSG-TEXT-WK              PIC X(60).
000640 01  WS-OPERATOR-ID              PIC X(08).
000770 01  WS-MES-CREDITO              PIC 9(11)V99 VALUE ZERO.
000780 01  WS-SCAN                     PIC 9(03).
000790 01  WS-VALOR-ED                 PIC -ZZZZZZZZ9.99.
000791
000792******************************************************************
000793*  VALES CONTABEIS DO LANCMAN (HISTORICO "LCM") NO MES ATE A DATA,
000794*  GUARDADOS PARA A LISTA EM SEPARADO QUANDO PEDIDA.
000795******************************************************************
000796 01  WS-LCM-TABLE.
000797     05  WS-LC-ENTRY OCCURS 200 TIMES
000798                     INDEXED BY WS-LC-IDX.
000799         10  WS-LC-DATA          PIC X(08).
000800         10  WS-LC-ACCOUNT       PIC X(08).
000801         10  WS-LC-DC            PIC X(01).
000802         10  WS-LC-AMOUNT        PIC 9(09)V99.
000803         10  WS-LC-DESC          PIC X(20).
000804 01  WS-LCM-COUNT                PIC 9(03)   VALUE ZERO.
000805 01  WS-LCM-DROPPED              PIC 9(04)   VALUE ZERO.
000806 01  WS-LCM-DEBITO               PIC 9(11)V99 VALUE ZERO.
000807 01  WS-LCM-CREDITO              PIC 9(11)V99 VALUE ZERO.
000808
000810******************************************************************
000820*  ACUMULADORES POR CONTA: DEBITO/CREDITO DO DIA E DO MES ATE A
000830*  DATA. A DESCRICAO VEM DO PLANO DE CONTAS; CONTA FORA DO PLANO
001660         ACCEPT WS-DIA FROM DATE YYYYMMDD
001670     END-IF
001680     MOVE WS-DIA(1:6) TO WS-MES
001682     DISPLAY "LANCAMENTOS MANUAIS (LANCMAN) EM SEPARADO? (S/N,"
001684             " BRANCO=N):"
001686     ACCEPT WS-LISTA-LCM-SW
001690     PERFORM 1200-LOAD-PLANO-CONTAS
001700     OPEN INPUT LEDGER-POSTING-FILE
001710     IF WS-LEDGER-FILE-STATUS = "35"
002420         GO TO 2000-NEXT
002430     END-IF
002440     ADD 1 TO WS-REG-COUNT
002442     IF WS-LISTA-LCM
002444         AND LED-DESC(1:3) = "LCM"
002446         PERFORM 2200-GUARDA-LCM THRU 2200-EXIT
002448     END-IF
002450     PERFORM 2100-FIND-ACCT-SLOT THRU 2100-EXIT
002460     IF WS-AC-IDX > 50
002470         GO TO 2000-NEXT
002980            OR WS-AC-NO-PLANO-SW(WS-AC-IDX) = "N".
002990 2100-EXIT.
003000     EXIT.
003001
003002******************************************************************
003003*  2200-GUARDA-LCM
003004*  GUARDA O LANCAMENTO MANUAL PARA A LISTA EM SEPARADO E SOMA OS
003005*  TOTAIS DOS VALES; ALEM DA TABELA SO CONTA (AVISO NO RELATORIO).
003006******************************************************************
003007 2200-GUARDA-LCM.
003008     IF LED-DC = "D"
003009         ADD LED-AMOUNT TO WS-LCM-DEBITO
003010     ELSE
003011         ADD LED-AMOUNT TO WS-LCM-CREDITO
003012     END-IF
003013     IF WS-LCM-COUNT >= 200
003014         ADD 1 TO WS-LCM-DROPPED
003015         GO TO 2200-EXIT
003016     END-IF
003017     ADD 1 TO WS-LCM-COUNT
003018     SET WS-LC-IDX TO WS-LCM-COUNT
003019     MOVE LED-POSTING-DATE TO WS-LC-DATA(WS-LC-IDX)
003020     MOVE LED-ACCOUNT      TO WS-LC-ACCOUNT(WS-LC-IDX)
003021     MOVE LED-DC           TO WS-LC-DC(WS-LC-IDX)
003022     MOVE LED-AMOUNT       TO WS-LC-AMOUNT(WS-LC-IDX)
003023     MOVE LED-DESC         TO WS-LC-DESC(WS-LC-IDX).
003024 2200-EXIT.
003025     EXIT.
003026
003027 2150-MATCH-SLOT.
003030     IF WS-AC-ACCOUNT(WS-AC-IDX) = LED-ACCOUNT
003040         MOVE "Y" TO WS-ACCT-FOUND-SW
003050     END-IF.
003670         MOVE "ATENCAO - MES FORA DE BALANCO" TO REPORT-LINE
003680         MOVE 8 TO RETURN-CODE
003690     END-IF
003700     WRITE REPORT-LINE
003702     IF WS-LISTA-LCM
003704         PERFORM 3300-PRINT-LCM
003706     END-IF.
003710
003720 3100-PRINT-ONE-ACCT.
003730     SET WS-AC-IDX TO WS-SCAN
003940     WRITE REPORT-LINE.
003950 3100-EXIT.
003960     EXIT.
003961
003962******************************************************************
003963*  3300-PRINT-LCM
003964*  LISTA EM SEPARADO OS VALES CONTABEIS DO LANCMAN DO MES ATE A
003965*  DATA (JA SOMADOS NAS CONTAS ACIMA), COM OS TOTAIS DOS VALES.
003966******************************************************************
003967 3300-PRINT-LCM.
003968     MOVE SPACES TO REPORT-LINE
003969     WRITE REPORT-LINE
003970     MOVE "LANCAMENTOS MANUAIS (LANCMAN) NO MES ATE A DATA"
003971         TO REPORT-LINE
003972     WRITE REPORT-LINE
003973     IF WS-LCM-COUNT = ZERO
003974         MOVE "NENHUM VALE CONTABIL LANCADO" TO REPORT-LINE
003975         WRITE REPORT-LINE
003976     END-IF
003977     PERFORM 3350-PRINT-ONE-LCM THRU 3350-EXIT
003978         VARYING WS-SCAN FROM 1 BY 1
003979         UNTIL WS-SCAN > WS-LCM-COUNT
003980     IF WS-LCM-DROPPED > ZERO
003981         MOVE SPACES TO REPORT-LINE
003982         STRING "ATENCAO - " WS-LCM-DROPPED
003983                " LINHAS ALEM DA LISTA (SO NOS TOTAIS)"
003984             DELIMITED BY SIZE INTO REPORT-LINE
003985         WRITE REPORT-LINE
003986     END-IF
003987     MOVE WS-LCM-DEBITO TO WS-VALOR-ED
003988     MOVE SPACES TO REPORT-LINE
003989     STRING "MANUAIS: DEBITOS  R$" WS-VALOR-ED
003990         DELIMITED BY SIZE INTO REPORT-LINE
003991     WRITE REPORT-LINE
003992     MOVE WS-LCM-CREDITO TO WS-VALOR-ED
003993     MOVE SPACES TO REPORT-LINE
003994     STRING "MANUAIS: CREDITOS R$" WS-VALOR-ED
003995         DELIMITED BY SIZE INTO REPORT-LINE
003996     WRITE REPORT-LINE.
003997
003998 3350-PRINT-ONE-LCM.
003999     SET WS-LC-IDX TO WS-SCAN
004000     MOVE WS-LC-AMOUNT(WS-LC-IDX) TO WS-VALOR-ED
004001     MOVE SPACES TO REPORT-LINE
004002     STRING WS-LC-DATA(WS-LC-IDX) " "
004003            WS-LC-ACCOUNT(WS-LC-IDX) " "
004004            WS-LC-DC(WS-LC-IDX) " R$" WS-VALOR-ED " "
004005            WS-LC-DESC(WS-LC-IDX)
004006         DELIMITED BY SIZE INTO REPORT-LINE
004007     WRITE REPORT-LINE.
004008 3350-EXIT.
004009     EXIT.
004010
004011******************************************************************
004012*  4000-FINALIZE
004013*  REGISTRA O BALANCETE NA AUDITORIA E FECHA OS ARQUIVOS.
004014******************************************************************
004020 4000-FINALIZE.
004030     PERFORM 7000-WRITE-AUDIT
004040     IF WS-LEDGER-FILE-STATUS NOT = "35"
