000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000241*  2026-10-15 AFG   CADA VENDA E RENOVACAO EMITE UM RECIBO
000242*                   NUMERADO NA SERIE DA FILIAL DO BALCAO (ROTINA
000243*                   RECIBO), INFORMADA NA ENTRADA; O NUMERO DO
000244*                   RECIBO E A FILIAL VAO NO EXPDEP PARA O RECIBOS
000245*                   CONFERIR A SERIE CONTRA O DEPOSITO ESPERADO DO
000246*                   CAIXA.
000247*  2026-10-15 AFG   O PASSE NOVO SAI COM DIGITO VERIFICADOR
000248*                   (ROTINA DIGVER): BASE SEQUENCIAL DE 9 DIGITOS
000249*                   MAIS O DIGITO NA ULTIMA POSICAO; O NUMERO
000250*                   DIGITADO NA RENOVACAO E CONFERIDO E DIGITO
000251*                   INVALIDO E RECUSADO.
000252******************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000900 01  WS-EXPIRY-WK                PIC X(08).
000910 01  WS-DATA-NUM                 PIC 9(08).
000920 01  WS-DIAS-INT                 PIC 9(07).
000930 01  WS-PROX-NUMERO              PIC 9(09)   VALUE ZERO.
000940 01  WS-NUM-WK                   PIC 9(09).
000941*  NUMERO DO PASSE COM DIGITO VERIFICADOR (ROTINA DIGVER).
000942 01  WS-NUMERO-DV.
000943     05  WS-NUMERO-DV-BASE       PIC 9(09).
000944     05  FILLER                  PIC X(01).
000945 01  WS-DV-ACAO                  PIC X(01).
000946 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
000947     88  WS-DV-VALID                         VALUE "Y".
000950 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000960 01  WS-SCAN                     PIC 9(03).
000970 01  WS-VALOR-ED                 PIC ZZZZ9.99.
000971 01  WS-IN-FILIAL                PIC X(03).
000972*  SERIE DE RECIBO = FILIAL DO BALCAO (BRANCO VIRA "MTZ").
000973 01  WS-FILIAL                   PIC X(03).
000974*  AREA DO RECIBO MONTADA PARA A ROTINA RECIBO.
000975     COPY RECIBOREC.
000980
000990******************************************************************
001000*  CADASTRO DE PASSES CARREGADO EM MEMORIA; REGRAVADO INTEIRO NA
001970         CLOSE PASS-MASTER-FILE
001980     END-IF
001990     PERFORM 1200-LOAD-PRICE-TABLE
002000     PERFORM 0100-OPEN-AUDIT-LOG-FILE
002001     DISPLAY "FILIAL DO BALCAO (BRANCO=MTZ):"
002002     ACCEPT WS-IN-FILIAL
002003     IF WS-IN-FILIAL = SPACES
002004         MOVE "MTZ" TO WS-FILIAL
002005     ELSE
002006         MOVE WS-IN-FILIAL TO WS-FILIAL
002007     END-IF.
002010
002020 1100-LOAD-PASS-ENTRY.
002030     READ PASS-MASTER-FILE
002170     MOVE PASSM-EXPIRY TO WS-PM-EXPIRY(WS-PM-IDX)
002180     MOVE PASSM-PRECO  TO WS-PM-PRECO(WS-PM-IDX)
002190     IF PASSM-NUMERO NUMERIC
002200         MOVE PASSM-NUMERO(1:9) TO WS-NUM-WK
002210         IF WS-NUM-WK > WS-PROX-NUMERO
002220             MOVE WS-NUM-WK TO WS-PROX-NUMERO
002230         END-IF
003340     PERFORM 2180-CALC-EXPIRY THRU 2180-EXIT
003350     ADD 1 TO WS-PM-COUNT
003360     SET WS-PM-IDX TO WS-PM-COUNT
003364     MOVE WS-PROX-NUMERO TO WS-NUMERO-DV-BASE
003368     MOVE "C"            TO WS-DV-ACAO
003372     CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO WS-DV-VALID-SW
003376     MOVE WS-NUMERO-DV   TO WS-PM-NUMERO(WS-PM-IDX)
003380     MOVE WS-IN-HOLDER   TO WS-PM-HOLDER(WS-PM-IDX)
003390     MOVE WS-IN-ROTA     TO WS-PM-ROTA(WS-PM-IDX)
003400     MOVE WS-EXPIRY-WK   TO WS-PM-EXPIRY(WS-PM-IDX)
003410     MOVE WS-PRECO-WK    TO WS-PM-PRECO(WS-PM-IDX)
003420     ADD 1 TO WS-CHANGE-COUNT
003422     MOVE SPACES TO RECEIPT-RECORD
003424     STRING "PASSE " WS-PM-NUMERO(WS-PM-IDX) " VENDA"
003426         DELIMITED BY SIZE INTO RCB-REFERENCIA
003428     PERFORM 7200-EMITE-RECIBO
003430     PERFORM 2200-WRITE-EXPDEP THRU 2200-EXIT
003440     PERFORM 7000-WRITE-AUDIT-VENDA
003450     MOVE WS-PRECO-WK TO WS-VALOR-ED
003460     DISPLAY "PASSE " WS-PM-NUMERO(WS-PM-IDX)
003470             " EMITIDO - R$" WS-VALOR-ED
003480             " VALIDO ATE " WS-EXPIRY-WK
003485             " - RECIBO " RCB-SERIE "-" RCB-NUMERO.
003490 2100-EXIT.
003500     EXIT.
003510
004220     MOVE WS-HOJE       TO EXPDEP-BUS-DATE
004230     MOVE WS-PRECO-WK   TO EXPDEP-AMOUNT
004240     MOVE RUN-STAMP-ID  TO EXPDEP-RUN-ID
004243     MOVE WS-FILIAL     TO EXPDEP-FILIAL
004246     MOVE RCB-NUMERO    TO EXPDEP-RECIBO
004250     WRITE EXPECTED-DEPOSIT-RECORD
004260     CLOSE EXPECTED-DEPOSIT-FILE.
004270 2200-EXIT.
004350 2400-RENOVA-PASSE.
004360     DISPLAY "NUMERO DO PASSE:"
004370     ACCEPT WS-IN-NUMERO
004371     MOVE WS-IN-NUMERO TO WS-NUMERO-DV
004372     MOVE "V"          TO WS-DV-ACAO
004373     CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO WS-DV-VALID-SW
004374     IF NOT WS-DV-VALID
004375         DISPLAY "NUMERO DE PASSE COM DIGITO VERIFICADOR INVALIDO"
004376         GO TO 2400-EXIT
004377     END-IF
004380     MOVE "N" TO WS-FOUND-SW
004390     PERFORM 2450-MATCH-PASSE THRU 2450-EXIT
004400         VARYING WS-SCAN FROM 1 BY 1
004680     MOVE WS-DATA-NUM TO WS-PM-EXPIRY(WS-PM-IDX)
004690     MOVE WS-PRECO-WK TO WS-PM-PRECO(WS-PM-IDX)
004700     ADD 1 TO WS-CHANGE-COUNT
004702     MOVE SPACES TO RECEIPT-RECORD
004704     STRING "PASSE " WS-PM-NUMERO(WS-PM-IDX) " RENOVACAO"
004706         DELIMITED BY SIZE INTO RCB-REFERENCIA
004708     PERFORM 7200-EMITE-RECIBO
004710     PERFORM 2200-WRITE-EXPDEP THRU 2200-EXIT
004720     PERFORM 7100-WRITE-AUDIT-RENOVACAO
004730     DISPLAY "PASSE RENOVADO ATE " WS-PM-EXPIRY(WS-PM-IDX)
004735             " - RECIBO " RCB-SERIE "-" RCB-NUMERO.
004740 2400-EXIT.
004750     EXIT.
004760
005640            " CAIXA=" WS-IN-CAIXA
005650         DELIMITED BY SIZE INTO AUDIT-DETAIL
005660     CALL "AUDITWR" USING AUDIT-RECORD.
005670
005680******************************************************************
005690*  7200-EMITE-RECIBO
005700*  EMITE O RECIBO NUMERADO DA VENDA OU RENOVACAO NA SERIE DA
005710*  FILIAL (ROTINA RECIBO); A REFERENCIA JA VEM MONTADA.
005720******************************************************************
005730 7200-EMITE-RECIBO.
005740     MOVE WS-FILIAL      TO RCB-SERIE
005750     MOVE "PASSVEND"     TO RCB-ORIGEM
005760     MOVE "E"            TO RCB-TIPO
005770     MOVE WS-PRECO-WK    TO RCB-VALOR
005780     MOVE WS-IN-CAIXA    TO RCB-CAIXA
005790     MOVE WS-OPERATOR-ID TO RCB-OPERATOR
005800     CALL "RECIBO" USING RECEIPT-RECORD.
