000293*                   COPYBOOK BIMGREC) COMO INCLUSAO - O DESFAZ
000294*                   CONSEGUE REMOVER AS REVERSOES DE UMA
000295*                   EXECUCAO PELO CARIMBO.
000296*  2026-10-15 AFG   A REVERSAO PASSA A CARREGAR TAMBEM O MEIO DE
000297*                   PAGAMENTO DA PASSAGEM ORIGINAL - O ESTORNO DE
000298*                   UMA VENDA EM CARTAO OU PIX ABATE DO RECEBIVEL
000299*                   DA ADQUIRENTE NO RAZAO, NAO DO CAIXA.
000300*  2026-10-15 AFG   O ESTORNO DE UMA VENDA ANTECIPADA OU DE
000301*                   GRUPO COM VIAGEM AINDA POR VIR DEVOLVE OS
000302*                   ASSENTOS AO ESTOQUE DA PARTIDA (ASSENTOS) E
000303*                   PROMOVE, NA ORDEM DE CHEGADA, AS RESERVAS DA
000304*                   LISTA DE ESPERA (ESPERA) QUE PASSAM A CABER -
000305*                   O VIAGEM EMITE A PASSAGEM DELAS NA EXECUCAO
000306*                   SEGUINTE.
000307******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000471     SELECT BEFORE-IMAGE-FILE ASSIGN TO "BIMGJRNL"
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS  IS WS-BIMG-FILE-STATUS.
000474     SELECT SEAT-INVENTORY-FILE ASSIGN TO "ASSENTOS"
000475         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS  IS WS-ASS-FILE-STATUS.
000477     SELECT WAITLIST-FILE ASSIGN TO "ESPERA"
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS  IS WS-ESP-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  VOID-REQUEST-FILE
000641 FD  BEFORE-IMAGE-FILE
000642     RECORDING MODE IS F.
000643     COPY BIMGREC.
000644 FD  SEAT-INVENTORY-FILE
000645     RECORDING MODE IS F.
000646     COPY ASSENTREC.
000647 FD  WAITLIST-FILE
000648     RECORDING MODE IS F.
000649     COPY ESPERAREC.
000650 WORKING-STORAGE SECTION.
000660 01  WS-SWITCHES.
000670     05  WS-VREQ-EOF-SW          PIC X(01)   VALUE "N".
000890 01  WS-DUP-COUNT                PIC 9(03)   VALUE ZERO.
000900 01  WS-TOTAL-ESTORNADO          PIC S9(07)V99 VALUE ZERO.
000910 01  WS-VALOR-ED                 PIC -ZZZZZZ9.99.
000911 01  WS-ASS-FILE-STATUS          PIC X(02)   VALUE "00".
000912 01  WS-ASS-EOF-SW               PIC X(01)   VALUE "N".
000913     88  WS-ASS-EOF                          VALUE "Y".
000914 01  WS-ESP-FILE-STATUS          PIC X(02)   VALUE "00".
000915 01  WS-ESP-EOF-SW               PIC X(01)   VALUE "N".
000916     88  WS-ESP-EOF                          VALUE "Y".
000917 01  WS-LIBERA-QTD               PIC 9(03).
000918 01  WS-LIBERADO-COUNT           PIC 9(05)   VALUE ZERO.
000919 01  WS-PROMOVIDO-COUNT          PIC 9(05)   VALUE ZERO.
000920
000930******************************************************************
000940*  PEDIDOS DE ESTORNO CARREGADOS EM MEMORIA. O STATUS DE CADA
001120         10  WS-REQ-TRIP-ID      PIC X(12).
001130         10  WS-REQ-BANDA        PIC X(08).
001140         10  WS-REQ-PASSE        PIC X(10).
001145         10  WS-REQ-PAGAMENTO    PIC X(01).
001146         10  WS-REQ-DATA         PIC X(08).
001147         10  WS-REQ-GRUPO-QTD    PIC 9(03).
001148*           VENDA QUE ABATEU O ESTOQUE DE ASSENTOS DA PARTIDA.
001149         10  WS-REQ-LIBERA-SW    PIC X(01).
001150             88  WS-REQ-LIBERA            VALUE "Y".
001151 01  WS-REQ-COUNT                PIC 9(03)   VALUE ZERO.
001152******************************************************************
001153*  ESTOQUE DE ASSENTOS (ASSENTOS) E LISTA DE ESPERA (ESPERA) DAS
001154*  PARTIDAS, CARREGADOS SO PARA DEVOLVER OS ASSENTOS DAS VENDAS
001155*  ESTORNADAS E PROMOVER A LISTA. DATA JA PASSADA NAO E CARREGADA.
001156******************************************************************
001157 01  WS-AS-TABLE.
001158     05  WS-AS-ENTRY OCCURS 500 TIMES
001159                     INDEXED BY WS-AS-IDX.
001160         10  WS-AS-TRIP          PIC X(12).
001161         10  WS-AS-DATA          PIC X(08).
001162         10  WS-AS-VEIC          PIC X(06).
001163         10  WS-AS-CAPACIDADE    PIC 9(03).
001164         10  WS-AS-RESERVADOS    PIC 9(03).
001165 01  WS-AS-COUNT                 PIC 9(03)   VALUE ZERO.
001166 01  WS-AS-POS                   PIC 9(03)   VALUE ZERO.
001167 01  WS-AS-SCAN                  PIC 9(03).
001168 01  WS-AS-DROPPED               PIC 9(03)   VALUE ZERO.
001169 01  WS-AS-FOUND-SW              PIC X(01)   VALUE "N".
001170     88  WS-AS-FOUND                         VALUE "Y".
001171 01  WS-ES-TABLE.
001172     05  WS-ES-ENTRY OCCURS 200 TIMES
001173                     INDEXED BY WS-ES-IDX.
001174         10  WS-ES-TRIP          PIC X(12).
001175         10  WS-ES-DATA          PIC X(08).
001176         10  WS-ES-QTD           PIC 9(03).
001177         10  WS-ES-SITUACAO      PIC X(01).
001178         10  WS-ES-PEDIDO-DATA   PIC X(08).
001179         10  WS-ES-PEDIDO-ID     PIC X(08).
001180         10  WS-ES-PROMOCAO-DATA PIC X(08).
001181         10  WS-ES-MANIFESTO     PIC X(95).
001182 01  WS-ES-COUNT                 PIC 9(03)   VALUE ZERO.
001183 01  WS-ES-SCAN                  PIC 9(03).
001184 01  WS-ES-DROPPED               PIC 9(03)   VALUE ZERO.
001185
001186 PROCEDURE DIVISION.
001187
001190 0000-MAINLINE.
001200     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001210*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001320     PERFORM 2500-SCAN-TICKETS THRU 2500-EXIT
001330         UNTIL WS-TICKET-EOF
001340     PERFORM 3000-WRITE-REVERSALS THRU 3000-EXIT
001345     PERFORM 3500-LIBERA-ASSENTOS THRU 3500-EXIT
001350     PERFORM 4000-FINALIZE
001360     STOP RUN.
001370
002640         MOVE TICKET-TRIP-ID TO WS-REQ-TRIP-ID(WS-REQ-IDX)
002650         MOVE TICKET-BANDA  TO WS-REQ-BANDA(WS-REQ-IDX)
002660         MOVE TICKET-PASSE  TO WS-REQ-PASSE(WS-REQ-IDX)
002665         MOVE TICKET-PAGAMENTO TO WS-REQ-PAGAMENTO(WS-REQ-IDX)
002666         MOVE TICKET-DATE   TO WS-REQ-DATA(WS-REQ-IDX)
002667         MOVE ZERO          TO WS-REQ-GRUPO-QTD(WS-REQ-IDX)
002668         IF TICKET-GRUPO-QTD NUMERIC
002669             MOVE TICKET-GRUPO-QTD TO WS-REQ-GRUPO-QTD(WS-REQ-IDX)
002670         END-IF
002671*        SO A VENDA ANTECIPADA OU DE GRUPO, COM PARTIDA E PRECO
002672*        VALIDOS, ABATEU ASSENTOS NO VIAGEM.
002673         MOVE "N"           TO WS-REQ-LIBERA-SW(WS-REQ-IDX)
002674         IF TICKET-TRIP-ID NOT = SPACES
002675             AND (TICKET-GRUPO NOT = SPACES
002676                  OR TICKET-DATE > TICKET-RUN-DATE)
002677             AND TICKET-CATEGORIA NOT = "DATA INVALIDA"
002678             AND TICKET-CATEGORIA NOT = "IDADE INVALIDA"
002679             AND TICKET-CATEGORIA NOT = "ROTA INVALIDA"
002680             MOVE "Y" TO WS-REQ-LIBERA-SW(WS-REQ-IDX)
002681         END-IF
002682     END-IF.
002683 2600-EXIT.
002690     EXIT.
002700
002710******************************************************************
003480     MOVE WS-REQ-TRIP-ID(WS-REQ-IDX)  TO TICKET-TRIP-ID
003490     MOVE WS-REQ-BANDA(WS-REQ-IDX)    TO TICKET-BANDA
003500     MOVE WS-REQ-PASSE(WS-REQ-IDX)    TO TICKET-PASSE
003505     MOVE WS-REQ-PAGAMENTO(WS-REQ-IDX) TO TICKET-PAGAMENTO
003510     WRITE TICKET-RECORD
003511*    A REVERSAO RECEM-GRAVADA VAI AO DIARIO COMO INCLUSAO.
003512     MOVE SPACES        TO BIMG-OLD-IMAGE
003620     MOVE WS-REQ-BANDA(WS-REQ-IDX)    TO TIX-BANDA
003630     WRITE TICKET-INDEX-RECORD.
003640
003641******************************************************************
003642*  3500-LIBERA-ASSENTOS
003643*  DEVOLVE AO ESTOQUE DA PARTIDA OS ASSENTOS DE CADA VENDA
003644*  ESTORNADA QUE OS TINHA ABATIDO (VIAGEM HOJE OU ADIANTE) E
003645*  PROMOVE A LISTA DE ESPERA DA MESMA PARTIDA E DATA. O ASSENTOS E
003646*  O ESPERA SO SAO REGRAVADOS SE ALGO FOI DEVOLVIDO.
003647******************************************************************
003648 3500-LIBERA-ASSENTOS.
003650     PERFORM 3510-LOAD-ASSENTOS THRU 3510-EXIT
003651     PERFORM 3520-LOAD-ESPERA THRU 3520-EXIT
003652     PERFORM 3550-LIBERA-UM-PEDIDO THRU 3550-EXIT
003653         VARYING WS-SCAN FROM 1 BY 1
003654         UNTIL WS-SCAN > WS-REQ-COUNT
003655     IF WS-LIBERADO-COUNT = ZERO
003656         GO TO 3500-EXIT
003657     END-IF
003658     IF WS-AS-DROPPED > ZERO
003659         OR WS-ES-DROPPED > ZERO
003660         DISPLAY "*** ASSENTOS/ESPERA COM REGISTRO(S) FORA DA"
003661                 " TABELA - REGRAVACAO SUPRIMIDA"
003662         GO TO 3500-EXIT
003663     END-IF
003664     OPEN OUTPUT SEAT-INVENTORY-FILE
003665     PERFORM 3580-WRITE-ONE-ASSENTO THRU 3580-EXIT
003666         VARYING WS-AS-SCAN FROM 1 BY 1
003667         UNTIL WS-AS-SCAN > WS-AS-COUNT
003668     CLOSE SEAT-INVENTORY-FILE
003669     OPEN OUTPUT WAITLIST-FILE
003670     PERFORM 3590-WRITE-ONE-ESPERA THRU 3590-EXIT
003671         VARYING WS-ES-SCAN FROM 1 BY 1
003672         UNTIL WS-ES-SCAN > WS-ES-COUNT
003673     CLOSE WAITLIST-FILE.
003674 3500-EXIT.
003675     EXIT.
003676
003677 3510-LOAD-ASSENTOS.
003678     OPEN INPUT SEAT-INVENTORY-FILE
003679     IF WS-ASS-FILE-STATUS NOT = "00"
003680         GO TO 3510-EXIT
003681     END-IF
003682     PERFORM 3515-LOAD-ONE-ASSENTO THRU 3515-EXIT
003683         UNTIL WS-ASS-EOF
003684     CLOSE SEAT-INVENTORY-FILE.
003685 3510-EXIT.
003686     EXIT.
003687
003688 3515-LOAD-ONE-ASSENTO.
003689     READ SEAT-INVENTORY-FILE
003690         AT END
003691             MOVE "Y" TO WS-ASS-EOF-SW
003692             GO TO 3515-EXIT
003693     END-READ
003694     IF ASS-DATA < RUN-STAMP-DATE
003695         GO TO 3515-EXIT
003696     END-IF
003697     IF WS-AS-COUNT >= 500
003698         ADD 1 TO WS-AS-DROPPED
003699         GO TO 3515-EXIT
003700     END-IF
003701     ADD 1 TO WS-AS-COUNT
003702     SET WS-AS-IDX TO WS-AS-COUNT
003703     MOVE ASS-TRIP-ID    TO WS-AS-TRIP(WS-AS-IDX)
003704     MOVE ASS-DATA       TO WS-AS-DATA(WS-AS-IDX)
003705     MOVE ASS-VEIC-ID    TO WS-AS-VEIC(WS-AS-IDX)
003706     MOVE ASS-CAPACIDADE TO WS-AS-CAPACIDADE(WS-AS-IDX)
003707     MOVE ASS-RESERVADOS TO WS-AS-RESERVADOS(WS-AS-IDX).
003708 3515-EXIT.
003709     EXIT.
003710
003711 3520-LOAD-ESPERA.
003712     OPEN INPUT WAITLIST-FILE
003713     IF WS-ESP-FILE-STATUS NOT = "00"
003714         GO TO 3520-EXIT
003715     END-IF
003716     PERFORM 3525-LOAD-ONE-ESPERA THRU 3525-EXIT
003717         UNTIL WS-ESP-EOF
003718     CLOSE WAITLIST-FILE.
003719 3520-EXIT.
003720     EXIT.
003721
003722 3525-LOAD-ONE-ESPERA.
003723     READ WAITLIST-FILE
003724         AT END
003725             MOVE "Y" TO WS-ESP-EOF-SW
003726             GO TO 3525-EXIT
003727     END-READ
003728     IF ESP-DATA < RUN-STAMP-DATE
003729         GO TO 3525-EXIT
003730     END-IF
003731     IF WS-ES-COUNT >= 200
003732         ADD 1 TO WS-ES-DROPPED
003733         GO TO 3525-EXIT
003734     END-IF
003735     ADD 1 TO WS-ES-COUNT
003736     SET WS-ES-IDX TO WS-ES-COUNT
003737     MOVE ESP-TRIP-ID       TO WS-ES-TRIP(WS-ES-IDX)
003738     MOVE ESP-DATA          TO WS-ES-DATA(WS-ES-IDX)
003739     MOVE ESP-QTD           TO WS-ES-QTD(WS-ES-IDX)
003740     MOVE ESP-SITUACAO      TO WS-ES-SITUACAO(WS-ES-IDX)
003741     MOVE ESP-PEDIDO-DATA   TO WS-ES-PEDIDO-DATA(WS-ES-IDX)
003742     MOVE ESP-PEDIDO-ID     TO WS-ES-PEDIDO-ID(WS-ES-IDX)
003743     MOVE ESP-PROMOCAO-DATA TO WS-ES-PROMOCAO-DATA(WS-ES-IDX)
003744     MOVE ESP-MANIFESTO     TO WS-ES-MANIFESTO(WS-ES-IDX).
003745 3525-EXIT.
003746     EXIT.
003747
003748******************************************************************
003749*  3550-LIBERA-UM-PEDIDO
003750*  DEVOLVE OS ASSENTOS DE UM ESTORNO (UM, OU O TAMANHO DO GRUPO,
003751*  NUNCA ABAIXO DE ZERO) E CHAMA A LISTA DE ESPERA DA PARTIDA NA
003752*  ORDEM DE CHEGADA - CADA RESERVA QUE CABE E PROMOVIDA.
003753******************************************************************
003754 3550-LIBERA-UM-PEDIDO.
003755     SET WS-REQ-IDX TO WS-SCAN
003756     IF NOT WS-REQ-ACHADO(WS-REQ-IDX)
003757         OR NOT WS-REQ-LIBERA(WS-REQ-IDX)
003758         OR WS-REQ-DATA(WS-REQ-IDX) < RUN-STAMP-DATE
003759         GO TO 3550-EXIT
003760     END-IF
003761     MOVE "N" TO WS-AS-FOUND-SW
003762     PERFORM 3560-MATCH-ASSENTO THRU 3560-EXIT
003763         VARYING WS-AS-SCAN FROM 1 BY 1
003764         UNTIL WS-AS-SCAN > WS-AS-COUNT OR WS-AS-FOUND
003765     IF NOT WS-AS-FOUND
003766         GO TO 3550-EXIT
003767     END-IF
003768     SET WS-AS-IDX TO WS-AS-POS
003769     MOVE 1 TO WS-LIBERA-QTD
003770     IF WS-REQ-GRUPO-QTD(WS-REQ-IDX) > ZERO
003771         MOVE WS-REQ-GRUPO-QTD(WS-REQ-IDX) TO WS-LIBERA-QTD
003772     END-IF
003773     IF WS-LIBERA-QTD > WS-AS-RESERVADOS(WS-AS-IDX)
003774         MOVE WS-AS-RESERVADOS(WS-AS-IDX) TO WS-LIBERA-QTD
003775     END-IF
003776     SUBTRACT WS-LIBERA-QTD FROM WS-AS-RESERVADOS(WS-AS-IDX)
003777     ADD WS-LIBERA-QTD TO WS-LIBERADO-COUNT
003778     MOVE SPACES TO REPORT-LINE
003779     STRING "  ASSENTOS LIBERADOS " WS-LIBERA-QTD
003780            " PARTIDA " WS-AS-TRIP(WS-AS-IDX)
003781            " DE " WS-AS-DATA(WS-AS-IDX)
003782         DELIMITED BY SIZE INTO REPORT-LINE
003783     WRITE REPORT-LINE
003784     PERFORM 3570-PROMOVE-UMA THRU 3570-EXIT
003785         VARYING WS-ES-SCAN FROM 1 BY 1
003786         UNTIL WS-ES-SCAN > WS-ES-COUNT.
003787 3550-EXIT.
003788     EXIT.
003789
003790 3560-MATCH-ASSENTO.
003791     SET WS-AS-IDX TO WS-AS-SCAN
003792     IF WS-AS-TRIP(WS-AS-IDX) = WS-REQ-TRIP-ID(WS-REQ-IDX)
003793         AND WS-AS-DATA(WS-AS-IDX) = WS-REQ-DATA(WS-REQ-IDX)
003794         MOVE WS-AS-SCAN TO WS-AS-POS
003795         MOVE "Y" TO WS-AS-FOUND-SW
003796     END-IF.
003797 3560-EXIT.
003798     EXIT.
003799
003800 3570-PROMOVE-UMA.
003801     SET WS-ES-IDX TO WS-ES-SCAN
003802     SET WS-AS-IDX TO WS-AS-POS
003803     IF WS-ES-SITUACAO(WS-ES-IDX) NOT = "E"
003804         OR WS-ES-TRIP(WS-ES-IDX) NOT = WS-AS-TRIP(WS-AS-IDX)
003805         OR WS-ES-DATA(WS-ES-IDX) NOT = WS-AS-DATA(WS-AS-IDX)
003806         GO TO 3570-EXIT
003807     END-IF
003808     IF WS-AS-RESERVADOS(WS-AS-IDX) + WS-ES-QTD(WS-ES-IDX)
003809         > WS-AS-CAPACIDADE(WS-AS-IDX)
003810         GO TO 3570-EXIT
003811     END-IF
003812     ADD WS-ES-QTD(WS-ES-IDX) TO WS-AS-RESERVADOS(WS-AS-IDX)
003813     MOVE "P"            TO WS-ES-SITUACAO(WS-ES-IDX)
003814     MOVE RUN-STAMP-DATE TO WS-ES-PROMOCAO-DATA(WS-ES-IDX)
003815     ADD 1 TO WS-PROMOVIDO-COUNT
003816     MOVE SPACES TO REPORT-LINE
003817     STRING "  PROMOVIDA DA LISTA DE ESPERA: "
003818            WS-ES-QTD(WS-ES-IDX) " ASSENTO(S), PEDIDO "
003819            WS-ES-PEDIDO-DATA(WS-ES-IDX)
003820            "/" WS-ES-PEDIDO-ID(WS-ES-IDX)
003821         DELIMITED BY SIZE INTO REPORT-LINE
003822     WRITE REPORT-LINE
003823     PERFORM 7100-WRITE-AUDIT-PROMOCAO.
003824 3570-EXIT.
003825     EXIT.
003826
003827 3580-WRITE-ONE-ASSENTO.
003828     SET WS-AS-IDX TO WS-AS-SCAN
003829     MOVE SPACES                      TO SEAT-INVENTORY-RECORD
003830     MOVE WS-AS-TRIP(WS-AS-IDX)       TO ASS-TRIP-ID
003831     MOVE WS-AS-DATA(WS-AS-IDX)       TO ASS-DATA
003832     MOVE WS-AS-VEIC(WS-AS-IDX)       TO ASS-VEIC-ID
003833     MOVE WS-AS-CAPACIDADE(WS-AS-IDX) TO ASS-CAPACIDADE
003834     MOVE WS-AS-RESERVADOS(WS-AS-IDX) TO ASS-RESERVADOS
003835     WRITE SEAT-INVENTORY-RECORD.
003836 3580-EXIT.
003837     EXIT.
003838
003839 3590-WRITE-ONE-ESPERA.
003840     SET WS-ES-IDX TO WS-ES-SCAN
003841     MOVE SPACES                         TO WAITLIST-RECORD
003842     MOVE WS-ES-TRIP(WS-ES-IDX)          TO ESP-TRIP-ID
003843     MOVE WS-ES-DATA(WS-ES-IDX)          TO ESP-DATA
003844     MOVE WS-ES-QTD(WS-ES-IDX)           TO ESP-QTD
003845     MOVE WS-ES-SITUACAO(WS-ES-IDX)      TO ESP-SITUACAO
003846     MOVE WS-ES-PEDIDO-DATA(WS-ES-IDX)   TO ESP-PEDIDO-DATA
003847     MOVE WS-ES-PEDIDO-ID(WS-ES-IDX)     TO ESP-PEDIDO-ID
003848     MOVE WS-ES-PROMOCAO-DATA(WS-ES-IDX) TO ESP-PROMOCAO-DATA
003849     MOVE WS-ES-MANIFESTO(WS-ES-IDX)     TO ESP-MANIFESTO
003850     WRITE WAITLIST-RECORD.
003851 3590-EXIT.
003852     EXIT.
003853******************************************************************
003854*  4000-FINALIZE
003855*  GRAVA A LINHA DE TOTAL DOS ESTORNOS (SEPARADA DO TOTAL DE
003856*  VENDAS DO DIA) E FECHA OS ARQUIVOS.
003857******************************************************************
003858 4000-FINALIZE.
003859     MOVE SPACES TO REPORT-LINE
003860     WRITE REPORT-LINE
003861     MOVE WS-TOTAL-ESTORNADO TO WS-VALOR-ED
003862     MOVE SPACES TO REPORT-LINE
003863     STRING "ESTORNOS DO DIA: " WS-VOID-COUNT
003864            "  VALOR R$" WS-VALOR-ED
003865            "  NAO ENCONTRADOS: " WS-NOT-FOUND-COUNT
003866            "  JA ESTORNADOS: " WS-DUP-COUNT
003867         DELIMITED BY SIZE INTO REPORT-LINE
003868     WRITE REPORT-LINE
003869     IF WS-LIBERADO-COUNT > ZERO
003870         MOVE SPACES TO REPORT-LINE
003871         STRING "ASSENTOS DEVOLVIDOS AO ESTOQUE: "
003872                WS-LIBERADO-COUNT
003873                "  PROMOVIDAS DA LISTA DE ESPERA: "
003874                WS-PROMOVIDO-COUNT
003875             DELIMITED BY SIZE INTO REPORT-LINE
003876         WRITE REPORT-LINE
003877     END-IF
003878     IF WS-VREQ-FILE-STATUS NOT = "35"
003879         CLOSE VOID-REQUEST-FILE
003880     END-IF
003881     CLOSE VOID-REPORT-FILE
003882     CLOSE AUDIT-LOG-FILE
003883     CLOSE BEFORE-IMAGE-FILE.
003884
003885******************************************************************
003886*  7000-WRITE-AUDIT
003890*  GRAVA QUEM AUTORIZOU O ESTORNO NA TRILHA DE AUDITORIA.
003900******************************************************************
003910 7000-WRITE-AUDIT.
004010            " MOTIVO=" WS-REQ-REASON(WS-REQ-IDX)
004020         DELIMITED BY SIZE INTO AUDIT-DETAIL
004030     CALL "AUDITWR" USING AUDIT-RECORD.
004031******************************************************************
004032*  7100-WRITE-AUDIT-PROMOCAO
004033*  GRAVA NA TRILHA A RESERVA PROMOVIDA DA LISTA DE ESPERA.
004034******************************************************************
004035 7100-WRITE-AUDIT-PROMOCAO.
004036     MOVE "ESTORNO"          TO AUDIT-PROGRAM-ID
004037     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004038     ACCEPT AUDIT-TIME FROM TIME
004039     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004040     MOVE WS-ES-PEDIDO-ID(WS-ES-IDX) TO AUDIT-KEY
004041     MOVE SPACES              TO AUDIT-DETAIL
004042     STRING "ESPERA PROMOVIDA PARTIDA=" WS-ES-TRIP(WS-ES-IDX)
004043            " DATA=" WS-ES-DATA(WS-ES-IDX)
004044            " QTD=" WS-ES-QTD(WS-ES-IDX)
004045         DELIMITED BY SIZE INTO AUDIT-DETAIL
004046     CALL "AUDITWR" USING AUDIT-RECORD.
004047
004050******************************************************************
004060*  8000-READ-REQUEST
004070*  LE O PROXIMO PEDIDO DE ESTORNO.
