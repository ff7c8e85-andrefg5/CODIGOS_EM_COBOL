000180*  VALOR TOTAL) E APONTA AS DENOMINACOES ESTRUTURALMENTE CURTAS -
000190*  AQUELAS QUE CHEGAM AO FECHAMENTO COM MENOS DE UM DECIMO DO QUE
000200*  ABRIRAM (A MOEDA DE 0,05 QUE ACABA TODA SEXTA).
000203*  O PEDIDO E SO O QUE FALTA: DA NECESSIDADE DE CADA DENOMINACAO
000206*  SAI O ESTOQUE QUE O COFRE JA TEM (VAULTINV).
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000260*                   (PARMVIG): O CARREGAMENTO IGNORA VERSAO
000270*                   PENDENTE E, HAVENDO MAIS DE UMA VERSAO DO
000280*                   MESMO CODIGO, FICA COM A DE MAIOR VIGENCIA
000281*                   QUE NAO PASSA DO DIA DE NEGOCIO.
000282*  2026-10-15 AFG   A RECONTAGEM CEGA ("B") DO CASHCNT FICA DE
000283*                   FORA DA APURACAO - E A MESMA GAVETA CONTADA DE
000284*                   NOVO, NAO UM FECHAMENTO A MAIS.
000285*  2026-10-15 AFG   O PEDIDO PASSA A SER SO A FALTA CONTRA O
000286*                   ESTOQUE DO COFRE: A NECESSIDADE (CONSUMO
000287*                   DIARIO VEZES DIAS A COBRIR) MENOS O ESTOQUE DA
000288*                   DENOMINACAO NO VAULTINV (MANTIDO PELO COFRE).
000289*                   A NECESSIDADE E O ESTOQUE SAEM NO FORMULARIO;
000290*                   SEM VAULTINV O PEDIDO E A NECESSIDADE INTEIRA,
000296*                   COM AVISO.
000297*  2026-10-15 AFG   A PASSAGEM DA GAVETA NO MEIO DO TURNO ("H")
000298*                   NAO ENTRA NA TABELA - E A MESMA GAVETA QUE O
000299*                   FECHAMENTO DE QUEM A RECEBEU CONTA DE NOVO.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000390         FILE STATUS  IS WS-DENOM-FILE-STATUS.
000400     SELECT CHANGE-ORDER-FILE ASSIGN TO "TROCORPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000412     SELECT VAULT-INVENTORY-FILE ASSIGN TO "VAULTINV"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS  IS WS-VINV-FILE-STATUS.
000420     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000530 FD  CHANGE-ORDER-FILE
000540     RECORDING MODE IS F.
000550 01  REPORT-LINE                 PIC X(80).
000552 FD  VAULT-INVENTORY-FILE
000554     RECORDING MODE IS F.
000556     COPY VAULTINVREC.
000560 FD  AUDIT-LOG-FILE
000570     RECORDING MODE IS F.
000580     COPY AUDITREC.
000670     05  WS-CASH-FILE-STATUS     PIC X(02)   VALUE "00".
000680     05  WS-DENOM-FILE-STATUS    PIC X(02)   VALUE "00".
000690     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000692     05  WS-VINV-FILE-STATUS     PIC X(02)   VALUE "00".
000694     05  WS-VINV-EOF-SW          PIC X(01)   VALUE "N".
000696         88  WS-VINV-EOF                     VALUE "Y".
000700 01  WS-MSG-CODE-WK              PIC X(08).
000710 01  WS-MSG-TEXT-WK              PIC X(60).
000720 01  WS-OPERATOR-ID              PIC X(08).
000930         10  WS-DN-CURTA-SW      PIC X(01).
000940             88  WS-DN-CURTA                 VALUE "Y".
000950         10  WS-DN-VIG           PIC X(08).
000953         10  WS-DN-NECESS        PIC 9(05).
000956         10  WS-DN-ESTOQUE       PIC S9(07).
000960 01  WS-DENOM-COUNT              PIC 9(03)   VALUE ZERO.
000970 01  WS-DN-VIG-WK                PIC X(08).
000980 01  WS-DN-VPOS                  PIC 9(03).
001160 01  WS-QTY-ED                   PIC ZZZZ9.
001170 01  WS-VALOR-ED                 PIC -ZZZZZZ9.99.
001180 01  WS-UNIT-ED                  PIC ZZ9.99.
001181 01  WS-ESTOQUE-SW               PIC X(01)   VALUE "N".
001182     88  WS-TEM-ESTOQUE                      VALUE "Y".
001183 01  WS-ESTOQUE-DATE             PIC X(08)   VALUE SPACES.
001184 01  WS-FALTA-WK                 PIC S9(07).
001185 01  WS-ESTOQUE-ED               PIC -ZZZZZ9.
001190
001200 PROCEDURE DIVISION.
001210
001710******************************************************************
001720*  1000-INITIALIZE
001730*  PEDE O PERIODO COBERTO PELO CASHCNT E O HORIZONTE DO PEDIDO,
001740*  CARREGA O DENOMTAB E O ESTOQUE DO COFRE (VAULTINV) E ABRE OS
001745*  ARQUIVOS.
001750******************************************************************
001760 1000-INITIALIZE.
001770     DISPLAY "DIAS UTEIS COBERTOS PELO CASHCNT (EX. 10):"
001960         MOVE 8 TO RETURN-CODE
001970         STOP RUN
001980     END-IF
001985     PERFORM 1400-LOAD-VAULT-STOCK THRU 1400-EXIT
001990     OPEN INPUT CASH-COUNT-FILE
002000     IF WS-CASH-FILE-STATUS = "35"
002010         MOVE "Y" TO WS-CASH-EOF-SW
002900         MOVE ZERO TO WS-DN-CONSUMO-DIA(WS-DN-IDX)
002910         MOVE ZERO TO WS-DN-PEDIDO-QTY(WS-DN-IDX)
002920         MOVE "N"  TO WS-DN-CURTA-SW(WS-DN-IDX)
002923         MOVE ZERO TO WS-DN-NECESS(WS-DN-IDX)
002926         MOVE ZERO TO WS-DN-ESTOQUE(WS-DN-IDX)
002930         MOVE WS-DN-VIG-WK TO WS-DN-VIG(WS-DN-IDX)
002940     END-IF.
002950 1250-EXIT.
003110*  DENOMTAB E IGNORADO (O MOEDA JA REJEITA ESSES NA APURACAO).
003120******************************************************************
003130 2000-TALLY-COUNT.
003131*    A RECONTAGEM CEGA ("B") E A MESMA GAVETA CONTADA DE NOVO -
003132*    SOMA-LA DOBRARIA O FECHAMENTO DO CAIXA.
003133     IF TILL-RECONTAGEM
003134         PERFORM 8000-READ-CASH-COUNT
003135         GO TO 2000-EXIT
003136     END-IF
003137*    A PASSAGEM DA GAVETA ("H") TAMBEM - O MESMO DINHEIRO VOLTA NO
003138*    FECHAMENTO DE QUEM RECEBEU A GAVETA.
003139     IF TILL-PASSAGEM
003140         PERFORM 8000-READ-CASH-COUNT
003141         GO TO 2000-EXIT
003142     END-IF
003143     ADD 1 TO WS-REG-COUNT
003150     PERFORM 2100-TALLY-PAIR THRU 2100-EXIT
003160         VARYING WS-PAIR-SUB FROM 1 BY 1
003170         UNTIL WS-PAIR-SUB > 12
003560*  GAVETA GANHOU ESSA DENOMINACAO DOS CLIENTES) E O PEDIDO PARA
003570*  OS DIAS A COBRIR. FECHAMENTO ABAIXO DE UM DECIMO DA ABERTURA
003580*  MARCA A DENOMINACAO COMO ESTRUTURALMENTE CURTA.
003585*  DA NECESSIDADE SAI O ESTOQUE DO COFRE: O PEDIDO E SO A FALTA.
003590******************************************************************
003600 3000-FORECAST-DENOMS.
003610     PERFORM 3100-FORECAST-ONE THRU 3100-EXIT
003750         ON SIZE ERROR
003760             MOVE 99999 TO WS-DN-PEDIDO-QTY(WS-DN-IDX)
003770     END-COMPUTE
003771     MOVE WS-DN-PEDIDO-QTY(WS-DN-IDX) TO WS-DN-NECESS(WS-DN-IDX)
003772     IF WS-DN-ESTOQUE(WS-DN-IDX) > ZERO
003773         COMPUTE WS-FALTA-WK = WS-DN-NECESS(WS-DN-IDX)
003774                             - WS-DN-ESTOQUE(WS-DN-IDX)
003775         IF WS-FALTA-WK < ZERO
003776             MOVE ZERO TO WS-FALTA-WK
003777         END-IF
003778         MOVE WS-FALTA-WK TO WS-DN-PEDIDO-QTY(WS-DN-IDX)
003779     END-IF
003780     IF WS-DN-QTY-ABERTURA(WS-DN-IDX) > ZERO
003790         AND WS-DN-QTY-FECHO(WS-DN-IDX) <
003800             WS-DN-QTY-ABERTURA(WS-DN-IDX) / 10
003990     STRING "BASE: " WS-DIAS-HIST " DIAS UTEIS DE CASHCNT"
004000            "  COBERTURA: " WS-DIAS-COBRIR " DIAS UTEIS"
004010         DELIMITED BY SIZE INTO REPORT-LINE
004011     WRITE REPORT-LINE
004012     MOVE SPACES TO REPORT-LINE
004013     IF WS-TEM-ESTOQUE
004014         STRING "ESTOQUE DO COFRE (VAULTINV) APURADO EM "
004015                WS-ESTOQUE-DATE " - PEDIDO SO DA FALTA"
004016             DELIMITED BY SIZE INTO REPORT-LINE
004017     ELSE
004018         STRING "SEM ESTOQUE DO COFRE (VAULTINV) - PEDIDO PELA"
004019                " NECESSIDADE TOTAL"
004020             DELIMITED BY SIZE INTO REPORT-LINE
004023     END-IF
004026     WRITE REPORT-LINE
004030     MOVE SPACES TO REPORT-LINE
004040     WRITE REPORT-LINE
004050     MOVE "COD DESCRICAO            UNIT   QTD/DIA" TO REPORT-LINE
004060     MOVE "NECESS ESTOQUE PEDIDO" TO REPORT-LINE(39:21)
004070     WRITE REPORT-LINE
004080     PERFORM 4100-PRINT-ONE-DENOM THRU 4100-EXIT
004090         VARYING WS-DN-IDX FROM 1 BY 1
004250     END-IF.
004260
004270 4100-PRINT-ONE-DENOM.
004280     IF WS-DN-NECESS(WS-DN-IDX) = ZERO
004290         AND NOT WS-DN-CURTA(WS-DN-IDX)
004300         GO TO 4100-EXIT
004310     END-IF
004390            WS-DN-DESC(WS-DN-IDX) " "
004400            WS-UNIT-ED " " WS-QTY-ED
004410         DELIMITED BY SIZE INTO REPORT-LINE
004412     MOVE WS-DN-NECESS(WS-DN-IDX) TO WS-QTY-ED
004414     MOVE WS-QTY-ED TO REPORT-LINE(40:5)
004416     MOVE WS-DN-ESTOQUE(WS-DN-IDX) TO WS-ESTOQUE-ED
004418     MOVE WS-ESTOQUE-ED TO REPORT-LINE(46:7)
004420     MOVE WS-DN-PEDIDO-QTY(WS-DN-IDX) TO WS-QTY-ED
004430     STRING WS-QTY-ED DELIMITED BY SIZE
004440         INTO REPORT-LINE(55:5)
004450     IF WS-DN-CURTA(WS-DN-IDX)
004460         MOVE ">>> CURTA" TO REPORT-LINE(62:9)
004470     END-IF
004480     WRITE REPORT-LINE.
004490 4100-EXIT.
004890         AT END
004900             MOVE "Y" TO WS-CASH-EOF-SW
004910     END-READ.
004920
004930******************************************************************
004940*  1400-LOAD-VAULT-STOCK
004950*  CARREGA O ESTOQUE POR DENOMINACAO DA ULTIMA APURACAO DO COFRE
004960*  (VAULTINV). SEM O ARQUIVO, O ESTOQUE FICA ZERADO E O PEDIDO E
004970*  A NECESSIDADE INTEIRA.
004980******************************************************************
004990 1400-LOAD-VAULT-STOCK.
005000     OPEN INPUT VAULT-INVENTORY-FILE
005010     IF WS-VINV-FILE-STATUS NOT = "00"
005020         MOVE "Y" TO WS-VINV-EOF-SW
005030         GO TO 1400-EXIT
005040     END-IF
005050     MOVE "Y" TO WS-ESTOQUE-SW
005060     PERFORM 1450-LOAD-STOCK-ENTRY THRU 1450-EXIT
005070         UNTIL WS-VINV-EOF
005080     CLOSE VAULT-INVENTORY-FILE.
005090 1400-EXIT.
005100     EXIT.
005110
005120 1450-LOAD-STOCK-ENTRY.
005130     READ VAULT-INVENTORY-FILE
005140         AT END
005150             MOVE "Y" TO WS-VINV-EOF-SW
005160             GO TO 1450-EXIT
005170     END-READ
005180     IF VINV-QTY NOT NUMERIC
005190         GO TO 1450-EXIT
005200     END-IF
005210     MOVE VINV-LAST-DATE TO WS-ESTOQUE-DATE
005220     PERFORM 1470-MATCH-STOCK THRU 1470-EXIT
005230         VARYING WS-DN-IDX FROM 1 BY 1
005240         UNTIL WS-DN-IDX > WS-DENOM-COUNT.
005250 1450-EXIT.
005260     EXIT.
005270
005280 1470-MATCH-STOCK.
005290     IF WS-DN-CODE(WS-DN-IDX) = VINV-DENOM-CODE
005300         MOVE VINV-QTY TO WS-DN-ESTOQUE(WS-DN-IDX)
005310     END-IF.
005320 1470-EXIT.
005330     EXIT.
