000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000211*  2026-10-15 AFG   CADA VENDA EMITE UM RECIBO NUMERADO NA SERIE
000212*                   DA FILIAL DO BALCAO (ROTINA RECIBO), INFORMADA
000213*                   NA ENTRADA; O NUMERO DO RECIBO E A FILIAL VAO
000214*                   NO EXPDEP PARA O RECIBOS CONFERIR A SERIE
000215*                   CONTRA O DEPOSITO ESPERADO DO CAIXA.
000216*  2026-10-15 AFG   O CARNE NOVO SAI COM DIGITO VERIFICADOR
000217*                   (ROTINA DIGVER): "C", BASE SEQUENCIAL DE 8
000218*                   DIGITOS E O DIGITO NA ULTIMA POSICAO.
000220******************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000730 01  WS-PRECO-VALID-SW           PIC X(01)   VALUE "N".
000740     88  WS-PRECO-VALID                      VALUE "Y".
000750 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
000760 01  WS-PROX-SEQ                 PIC 9(08)   VALUE ZERO.
000770 01  WS-SEQ-WK                   PIC 9(08).
000780 01  WS-NUMERO-WK                PIC X(10).
000782 01  WS-DV-ACAO                  PIC X(01).
000784 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
000786     88  WS-DV-VALID                         VALUE "Y".
000790 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000800 01  WS-SCAN                     PIC 9(03).
000810 01  WS-VALOR-ED                 PIC ZZZZ9.99.
000811 01  WS-IN-FILIAL                PIC X(03).
000812*  SERIE DE RECIBO = FILIAL DO BALCAO (BRANCO VIRA "MTZ").
000813 01  WS-FILIAL                   PIC X(03).
000814*  AREA DO RECIBO MONTADA PARA A ROTINA RECIBO.
000815     COPY RECIBOREC.
000820
000830******************************************************************
000840*  CARNES CARREGADOS EM MEMORIA; REGRAVADOS INTEIROS NA SAIDA.
001680             UNTIL WS-CARN-EOF
001690         CLOSE CARNET-FILE
001700     END-IF
001710     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001711     DISPLAY "FILIAL DO BALCAO (BRANCO=MTZ):"
001712     ACCEPT WS-IN-FILIAL
001713     IF WS-IN-FILIAL = SPACES
001714         MOVE "MTZ" TO WS-FILIAL
001715     ELSE
001716         MOVE WS-IN-FILIAL TO WS-FILIAL
001717     END-IF.
001720
001730 1100-LOAD-CARN-ENTRY.
001740     READ CARNET-FILE
001890     MOVE CARN-PRECO       TO WS-CN-PRECO(WS-CN-IDX)
001900     MOVE CARN-SALE-DATE   TO WS-CN-SALE-DATE(WS-CN-IDX)
001910     IF CARN-NUMERO(2:9) NUMERIC
001920         MOVE CARN-NUMERO(2:8) TO WS-SEQ-WK
001930         IF WS-SEQ-WK > WS-PROX-SEQ
001940             MOVE WS-SEQ-WK TO WS-PROX-SEQ
001950         END-IF
002710     MOVE SPACES TO WS-NUMERO-WK
002720     STRING "C" WS-PROX-SEQ DELIMITED BY SIZE
002730         INTO WS-NUMERO-WK
002733     MOVE "C" TO WS-DV-ACAO
002736     CALL "DIGVER" USING WS-NUMERO-WK WS-DV-ACAO WS-DV-VALID-SW
002740     ADD 1 TO WS-CN-COUNT
002750     SET WS-CN-IDX TO WS-CN-COUNT
002760     MOVE WS-NUMERO-WK TO WS-CN-NUMERO(WS-CN-IDX)
002800     MOVE WS-PRECO-NUM TO WS-CN-PRECO(WS-CN-IDX)
002810     MOVE WS-HOJE      TO WS-CN-SALE-DATE(WS-CN-IDX)
002820     ADD 1 TO WS-CHANGE-COUNT
002825     PERFORM 7200-EMITE-RECIBO
002830     PERFORM 2200-WRITE-EXPDEP THRU 2200-EXIT
002840     PERFORM 7000-WRITE-AUDIT-VENDA
002850     MOVE WS-PRECO-NUM TO WS-VALOR-ED
002860     DISPLAY "CARNE " WS-NUMERO-WK
002870             " EMITIDO - R$" WS-VALOR-ED
002880             " COM " WS-IN-RIDES " VIAGENS"
002885             " - RECIBO " RCB-SERIE "-" RCB-NUMERO.
002890 2100-EXIT.
002900     EXIT.
002910
003110     MOVE WS-HOJE       TO EXPDEP-BUS-DATE
003120     MOVE WS-PRECO-NUM  TO EXPDEP-AMOUNT
003130     MOVE RUN-STAMP-ID  TO EXPDEP-RUN-ID
003133     MOVE WS-FILIAL     TO EXPDEP-FILIAL
003136     MOVE RCB-NUMERO    TO EXPDEP-RECIBO
003140     WRITE EXPECTED-DEPOSIT-RECORD
003150     CLOSE EXPECTED-DEPOSIT-FILE.
003160 2200-EXIT.
003790            " CAIXA=" WS-IN-CAIXA
003800         DELIMITED BY SIZE INTO AUDIT-DETAIL
003810     CALL "AUDITWR" USING AUDIT-RECORD.
003820
003830******************************************************************
003840*  7200-EMITE-RECIBO
003850*  EMITE O RECIBO NUMERADO DA VENDA DO CARNE NA SERIE DA FILIAL
003860*  (ROTINA RECIBO).
003870******************************************************************
003880 7200-EMITE-RECIBO.
003890     MOVE SPACES         TO RECEIPT-RECORD
003900     MOVE WS-FILIAL      TO RCB-SERIE
003910     MOVE "CARNVEND"     TO RCB-ORIGEM
003920     MOVE "E"            TO RCB-TIPO
003930     MOVE WS-PRECO-NUM   TO RCB-VALOR
003940     MOVE WS-IN-CAIXA    TO RCB-CAIXA
003950     MOVE WS-OPERATOR-ID TO RCB-OPERATOR
003960     STRING "CARNE " WS-NUMERO-WK " " WS-IN-RIDES " VIAGENS"
003970         DELIMITED BY SIZE INTO RCB-REFERENCIA
003980     CALL "RECIBO" USING RECEIPT-RECORD.
