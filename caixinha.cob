000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000292*  2026-10-15 AFG   CADA VALE PAGO NO BALCAO EMITE UM RECIBO
000294*                   NUMERADO (SAIDA) NA SERIE DA FILIAL, INFORMADA
000296*                   NA ENTRADA (ROTINA RECIBO).
000297*  2026-10-15 AFG   O LANCAMENTO NO LEDGER PASSA PELA ROTINA
000298*                   PERIODO: DATA EM MES FECHADO E RECUSADA OU
000299*                   DESVIADA PARA O PRIMEIRO MES ABERTO,
000300*                   CONFORME O PERPARM, E FICA NO PERLOG.
000301******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
001070 01  WS-REPOS-COUNT              PIC 9(03)   VALUE ZERO.
001080 01  WS-VALOR-ED                 PIC ZZZZ9.99.
001090 01  WS-TOTAL-ED                 PIC -ZZZZZZ9.99.
001091 01  WS-IN-FILIAL                PIC X(03).
001092*  SERIE DE RECIBO = FILIAL DO BALCAO (BRANCO VIRA "MTZ").
001093 01  WS-FILIAL                   PIC X(03).
001094*  AREA DO RECIBO MONTADA PARA A ROTINA RECIBO.
001095     COPY RECIBOREC.
001100
001110******************************************************************
001120*  VALES CARREGADOS EM MEMORIA; REGRAVADOS INTEIROS NA SAIDA
001350         10  WS-CO-ACCOUNT       PIC X(08).
001360         10  WS-CO-ACTIVE        PIC X(01).
001370 01  WS-COA-COUNT                PIC 9(03)   VALUE ZERO.
001371*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
001372*  LANCAMENTO NO LEDGER.
001373 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
001374 01  WS-PERIODO-PROG             PIC X(08)   VALUE "CAIXINHA".
001375 01  WS-PERIODO-SW               PIC X(01).
001376     88  WS-PERIODO-RECUSADO                 VALUE "R".
001380
001390 PROCEDURE DIVISION.
001400
002060         CLOSE PETTY-VOUCHER-FILE
002070     END-IF
002080     PERFORM 1200-LOAD-PLANO-CONTAS
002082     PERFORM 0100-OPEN-AUDIT-LOG-FILE
002084     DISPLAY "FILIAL DO BALCAO (BRANCO=MTZ):"
002086     ACCEPT WS-IN-FILIAL
002088     IF WS-IN-FILIAL = SPACES
002090         MOVE "MTZ" TO WS-FILIAL
002092     ELSE
002094         MOVE WS-IN-FILIAL TO WS-FILIAL
002096     END-IF.
002100
002110 1100-LOAD-VCH-ENTRY.
002120     READ PETTY-VOUCHER-FILE
003980     MOVE "P"            TO WS-VC-STATUS(WS-VC-IDX)
003990     ADD 1 TO WS-CHANGE-COUNT
004000     PERFORM 7100-WRITE-AUDIT-VALE
004003     MOVE SPACES TO RECEIPT-RECORD
004006     STRING "VALE " WS-IN-DESC
004009         DELIMITED BY SIZE INTO RCB-REFERENCIA
004012     PERFORM 7300-EMITE-RECIBO
004015     DISPLAY "VALE REGISTRADO - RECIBO " RCB-SERIE "-" RCB-NUMERO.
004020 2200-EXIT.
004030     EXIT.
004040
004420     MOVE "C"                TO LED-DC
004430     MOVE WS-TOTAL-REPOSICAO TO LED-AMOUNT
004440     MOVE "REPOSICAO CAIXINHA" TO LED-DESC
004442     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
004444                          LEDGER-POSTING-RECORD WS-PERIODO-SW
004446     IF NOT WS-PERIODO-RECUSADO
004450         WRITE LEDGER-POSTING-RECORD
004455     END-IF
004460     CLOSE LEDGER-POSTING-FILE
004470     MOVE WS-TOTAL-REPOSICAO TO WS-AMOUNT-NUM
004480     PERFORM 2150-WRITE-VAULTMOV THRU 2150-EXIT
004650     MOVE "D"                    TO LED-DC
004660     MOVE WS-VC-AMOUNT(WS-VC-IDX) TO LED-AMOUNT
004670     MOVE WS-VC-DESC(WS-VC-IDX)  TO LED-DESC
004672     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
004674                          LEDGER-POSTING-RECORD WS-PERIODO-SW
004676     IF NOT WS-PERIODO-RECUSADO
004680         WRITE LEDGER-POSTING-RECORD
004685     END-IF
004690     ADD WS-VC-AMOUNT(WS-VC-IDX) TO WS-TOTAL-REPOSICAO
004700     ADD 1 TO WS-REPOS-COUNT
004710     MOVE "R" TO WS-VC-STATUS(WS-VC-IDX).
005720            " R$" WS-TOTAL-ED
005730         DELIMITED BY SIZE INTO AUDIT-DETAIL
005740     CALL "AUDITWR" USING AUDIT-RECORD.
005750
005760******************************************************************
005770*  7300-EMITE-RECIBO
005780*  EMITE O RECIBO NUMERADO DO VALE PAGO (SAIDA) NA SERIE DA
005790*  FILIAL (ROTINA RECIBO); A REFERENCIA JA VEM MONTADA.
005800******************************************************************
005810 7300-EMITE-RECIBO.
005820     MOVE WS-FILIAL      TO RCB-SERIE
005830     MOVE "CAIXINHA"     TO RCB-ORIGEM
005840     MOVE "S"            TO RCB-TIPO
005850     MOVE WS-AMOUNT-NUM  TO RCB-VALOR
005860     MOVE WS-IN-CAIXA    TO RCB-CAIXA
005870     MOVE WS-OPERATOR-ID TO RCB-OPERATOR
005880     CALL "RECIBO" USING RECEIPT-RECORD.
