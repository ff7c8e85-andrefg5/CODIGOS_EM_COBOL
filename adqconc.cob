000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ADQCONC.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - CONCILIACAO DA ADQUIRENTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  ADQCONC.CBL
000090*  CONCILIACAO DAS VENDAS EM CARTAO E PIX CONTRA A LIQUIDACAO DA
000100*  ADQUIRENTE. O VIAGEM CARIMBA O MEIO DE PAGAMENTO NA PASSAGEM
000110*  (TICKET-PAGAMENTO) E DEIXA CARTAO E PIX FORA DO EXPDEP; O RAZAO
000120*  OS LANCA NO RECEBIVEL DA ADQUIRENTE (135ADQUI). ESTE PROGRAMA:
000130*    - SOMA AS PASSAGENS EM CARTAO E PIX POR DIA DE VENDA E MEIO
000140*      (ESTORNOS ABATEM);
000150*    - IMPORTA O ARQUIVO DE LIQUIDACAO DA ADQUIRENTE (ADQLIQ,
000160*      COPYBOOK ADQLIQREC) E SOMA NO MESMO RECORTE O BRUTO, A
000170*      TAXA RETIDA E O LIQUIDO CREDITADO;
000180*    - EMITE O RELATORIO (ADQRPT): OS CHARGEBACKS UM A UM, E POR
000190*      DIA E MEIO O VENDIDO, O BRUTO LIQUIDADO, AS TAXAS E O
000200*      LIQUIDO, COM A SITUACAO - CONFERE, DIVERGENTE (BRUTO
000210*      DIFERENTE DO VENDIDO), SEM VENDA (LIQUIDACAO SEM PASSAGEM)
000220*      OU PENDENTE (VENDIDO AINDA NAO LIQUIDADO - NORMAL NOS DIAS
000230*      DE PRAZO DA ADQUIRENTE).
000240*  DIVERGENCIA, LIQUIDACAO SEM VENDA E CHARGEBACK SAEM COM
000250*  RETURN-CODE 4 (AVISO), COMO NO CONCILIA.
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000370     SELECT SETTLEMENT-FILE ASSIGN TO "ADQLIQ"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS  IS WS-ADQ-FILE-STATUS.
000400     SELECT RECONCILE-REPORT-FILE ASSIGN TO "ADQRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  TICKETS-FILE
000480     RECORDING MODE IS F.
000490     COPY TICKETREC.
000500 FD  SETTLEMENT-FILE
000510     RECORDING MODE IS F.
000520     COPY ADQLIQREC.
000530 FD  RECONCILE-REPORT-FILE
000540     RECORDING MODE IS F.
000550 01  REPORT-LINE                 PIC X(80).
000560 FD  AUDIT-LOG-FILE
000570     RECORDING MODE IS F.
000580     COPY AUDITREC.
000590 WORKING-STORAGE SECTION.
000600 01  WS-SWITCHES.
000610     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000620     05  WS-ADQ-FILE-STATUS      PIC X(02)   VALUE "00".
000630     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000640     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000650         88  WS-TICKET-EOF                   VALUE "Y".
000660     05  WS-ADQ-EOF-SW           PIC X(01)   VALUE "N".
000670         88  WS-ADQ-EOF                      VALUE "Y".
000680     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000690         88  WS-SIGNON-VALID                 VALUE "Y".
000700 01  WS-MSG-CODE-WK              PIC X(08).
000710 01  WS-MSG-TEXT-WK              PIC X(60).
000720 01  WS-OPERATOR-ID              PIC X(08).
000730 01  WS-OPERATOR-PIN             PIC X(04).
000740 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000750 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000760     88  WS-AUTHORIZED                       VALUE "Y".
000770 01  WS-RUN-STAMP-DISP           PIC X(30).
000780     COPY RUNSTAMP.
000790 01  WS-HOJE                     PIC X(08).
000800 01  WS-SCAN                     PIC 9(03).
000810 01  WS-CV-POS                   PIC 9(03).
000820 01  WS-CV-DATA-WK               PIC X(08).
000830 01  WS-CV-MEIO-WK               PIC X(01).
000840 01  WS-DIFF                     PIC S9(07)V99.
000850 01  WS-TICKET-LIDOS             PIC 9(07)   VALUE ZERO.
000860 01  WS-ADQ-LIDOS                PIC 9(05)   VALUE ZERO.
000870 01  WS-ADQ-INVALIDOS            PIC 9(05)   VALUE ZERO.
000880 01  WS-CONFERE-COUNT            PIC 9(03)   VALUE ZERO.
000890 01  WS-DIVERG-COUNT             PIC 9(03)   VALUE ZERO.
000900 01  WS-SEMVENDA-COUNT           PIC 9(03)   VALUE ZERO.
000910 01  WS-PENDENTE-COUNT           PIC 9(03)   VALUE ZERO.
000920 01  WS-CHGBK-COUNT              PIC 9(05)   VALUE ZERO.
000930 01  WS-TOT-VENDIDO              PIC S9(09)V99 VALUE ZERO.
000940 01  WS-TOT-BRUTO                PIC S9(09)V99 VALUE ZERO.
000950 01  WS-TOT-TAXA                 PIC S9(09)V99 VALUE ZERO.
000960 01  WS-TOT-LIQUIDO              PIC S9(09)V99 VALUE ZERO.
000970 01  WS-TOT-CHGBK                PIC S9(09)V99 VALUE ZERO.
000980 01  WS-VALOR-ED                 PIC -ZZZZZZ9.99.
000990 01  WS-TAXA-ED                  PIC ZZZZ9.99.
001000
001010******************************************************************
001020*  VENDAS EM CARTAO E PIX POR DIA DE VENDA E MEIO, COM O QUE A
001030*  ADQUIRENTE LIQUIDOU E CONTESTOU NO MESMO RECORTE.
001040******************************************************************
001050 01  WS-CONC-TABLE.
001060     05  WS-CV-ENTRY OCCURS 200 TIMES
001070                     INDEXED BY WS-CV-IDX.
001080         10  WS-CV-DATA          PIC X(08).
001090         10  WS-CV-MEIO          PIC X(01).
001100         10  WS-CV-QTD           PIC 9(05).
001110         10  WS-CV-VENDIDO       PIC S9(07)V99.
001120         10  WS-CV-LIQ-SW        PIC X(01).
001130         10  WS-CV-BRUTO         PIC S9(07)V99.
001140         10  WS-CV-TAXA          PIC S9(07)V99.
001150         10  WS-CV-LIQUIDO       PIC S9(07)V99.
001160         10  WS-CV-CHGBK         PIC S9(07)V99.
001170 01  WS-CONC-COUNT               PIC 9(03)   VALUE ZERO.
001180 01  WS-CONC-DROPPED             PIC 9(05)   VALUE ZERO.
001190
001200 PROCEDURE DIVISION.
001210
001220 0000-MAINLINE.
001230     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001240*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001250     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001260                         WS-AUTHORIZED-SW
001270     IF NOT WS-AUTHORIZED
001280         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001290         MOVE 8 TO RETURN-CODE
001300         STOP RUN
001310     END-IF
001320     PERFORM 1000-INITIALIZE
001330     PERFORM 2000-LOAD-VENDAS THRU 2000-EXIT
001340         UNTIL WS-TICKET-EOF
001350     PERFORM 2500-POST-LIQUIDACAO THRU 2500-EXIT
001360         UNTIL WS-ADQ-EOF
001370     PERFORM 3000-REPORT-CONCILIACAO THRU 3000-EXIT
001380     PERFORM 4000-FINALIZE
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
001740*  ABRE OS ARQUIVOS E GRAVA O CABECALHO DO RELATORIO.
001750******************************************************************
001760 1000-INITIALIZE.
001770     ACCEPT WS-HOJE FROM DATE YYYYMMDD
001780     OPEN INPUT TICKETS-FILE
001790     IF WS-TICKETS-FILE-STATUS = "35"
001800         MOVE "Y" TO WS-TICKET-EOF-SW
001810     END-IF
001820     OPEN INPUT SETTLEMENT-FILE
001830     IF WS-ADQ-FILE-STATUS = "35"
001840         MOVE "Y" TO WS-ADQ-EOF-SW
001850         DISPLAY "ADQLIQ AUSENTE - NADA LIQUIDADO A CONCILIAR"
001860     END-IF
001870     OPEN OUTPUT RECONCILE-REPORT-FILE
001880     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001890     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001900     ACCEPT RUN-STAMP-ID   FROM TIME
001910     MOVE SPACES TO WS-RUN-STAMP-DISP
001920     STRING "EXECUCAO " DELIMITED BY SIZE
001930            RUN-STAMP-DATE DELIMITED BY SIZE
001940            " " DELIMITED BY SIZE
001950            RUN-STAMP-ID DELIMITED BY SIZE
001960         INTO WS-RUN-STAMP-DISP
001970     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
001980     WRITE REPORT-LINE
001990     MOVE "CONCILIACAO DE CARTAO E PIX COM A ADQUIRENTE"
002000         TO REPORT-LINE
002010     WRITE REPORT-LINE
002020     MOVE SPACES TO REPORT-LINE
002030     WRITE REPORT-LINE
002040     MOVE "CHARGEBACKS DA ADQUIRENTE:" TO REPORT-LINE
002050     WRITE REPORT-LINE
002060     IF NOT WS-TICKET-EOF
002070         PERFORM 8000-READ-TICKET
002080     END-IF
002090     IF NOT WS-ADQ-EOF
002100         PERFORM 8500-READ-SETTLEMENT
002110     END-IF.
002120
002130******************************************************************
002140*  0100-OPEN-AUDIT-LOG-FILE
002150*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002160*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002170******************************************************************
002180 0100-OPEN-AUDIT-LOG-FILE.
002190     OPEN EXTEND AUDIT-LOG-FILE
002200     IF WS-AUDIT-FILE-STATUS = "35"
002210         OPEN OUTPUT AUDIT-LOG-FILE
002220         CLOSE AUDIT-LOG-FILE
002230         OPEN EXTEND AUDIT-LOG-FILE
002240     END-IF.
002250
002260******************************************************************
002270*  2000-LOAD-VENDAS
002280*  SOMA CADA PASSAGEM EM CARTAO OU PIX NO DIA DE VENDA (DATA DE
002290*  EXECUCAO DO VIAGEM, A MESMA DO RAZAO) E MEIO. A REVERSAO DE
002300*  ESTORNO CARREGA O MEIO DA VENDA E ABATE COM A TARIFA NEGATIVA.
002310******************************************************************
002320 2000-LOAD-VENDAS.
002330     ADD 1 TO WS-TICKET-LIDOS
002340     IF NOT TICKET-PAG-CARTAO AND NOT TICKET-PAG-PIX
002350         GO TO 2000-NEXT
002360     END-IF
002370     MOVE TICKET-RUN-DATE  TO WS-CV-DATA-WK
002380     MOVE TICKET-PAGAMENTO TO WS-CV-MEIO-WK
002390     PERFORM 5000-FIND-ENTRY THRU 5000-EXIT
002400     IF WS-CV-POS = ZERO
002410         GO TO 2000-NEXT
002420     END-IF
002430     SET WS-CV-IDX TO WS-CV-POS
002440     ADD 1             TO WS-CV-QTD(WS-CV-IDX)
002450     ADD TICKET-TARIFA TO WS-CV-VENDIDO(WS-CV-IDX).
002460 2000-NEXT.
002470     PERFORM 8000-READ-TICKET.
002480 2000-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520*  2500-POST-LIQUIDACAO
002530*  SOMA UM MOVIMENTO DA ADQUIRENTE NO DIA DE VENDA E MEIO. A
002540*  VENDA LIQUIDADA SOMA BRUTO, TAXA E LIQUIDO; O CHARGEBACK E
002550*  LISTADO UM A UM E SOMA A PARTE. MOVIMENTO COM TIPO, MEIO OU
002560*  VALOR INVALIDO E CONTADO E IGNORADO.
002570******************************************************************
002580 2500-POST-LIQUIDACAO.
002590     ADD 1 TO WS-ADQ-LIDOS
002600     IF (NOT ADQ-VENDA AND NOT ADQ-CHARGEBACK)
002610         OR (NOT ADQ-CARTAO AND NOT ADQ-PIX)
002620         OR ADQ-BRUTO NOT NUMERIC
002630         OR ADQ-TAXA NOT NUMERIC
002640         OR ADQ-LIQUIDO NOT NUMERIC
002650         ADD 1 TO WS-ADQ-INVALIDOS
002660         GO TO 2500-NEXT
002670     END-IF
002680     MOVE ADQ-DATA-VENDA TO WS-CV-DATA-WK
002690     MOVE ADQ-MEIO       TO WS-CV-MEIO-WK
002700     PERFORM 5000-FIND-ENTRY THRU 5000-EXIT
002710     IF WS-CV-POS = ZERO
002720         GO TO 2500-NEXT
002730     END-IF
002740     SET WS-CV-IDX TO WS-CV-POS
002750     IF ADQ-CHARGEBACK
002760         PERFORM 2600-LIST-CHARGEBACK THRU 2600-EXIT
002770         GO TO 2500-NEXT
002780     END-IF
002790     MOVE "Y"         TO WS-CV-LIQ-SW(WS-CV-IDX)
002800     ADD ADQ-BRUTO    TO WS-CV-BRUTO(WS-CV-IDX)
002810     ADD ADQ-TAXA     TO WS-CV-TAXA(WS-CV-IDX)
002820     ADD ADQ-LIQUIDO  TO WS-CV-LIQUIDO(WS-CV-IDX).
002830 2500-NEXT.
002840     PERFORM 8500-READ-SETTLEMENT.
002850 2500-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890*  2600-LIST-CHARGEBACK
002900*  UMA LINHA POR CONTESTACAO: DIA DA VENDA, MEIO, VALOR DEBITADO
002910*  DE VOLTA, DIA DO DEBITO E A REFERENCIA DA ADQUIRENTE.
002920******************************************************************
002930 2600-LIST-CHARGEBACK.
002940     ADD 1           TO WS-CHGBK-COUNT
002950     ADD ADQ-BRUTO   TO WS-CV-CHGBK(WS-CV-IDX)
002960     ADD ADQ-BRUTO   TO WS-TOT-CHGBK
002970     MOVE ADQ-BRUTO TO WS-VALOR-ED
002980     MOVE SPACES TO REPORT-LINE
002990     STRING "  VENDA " ADQ-DATA-VENDA " " ADQ-MEIO
003000            " R$" WS-VALOR-ED " DEBITO " ADQ-DATA-CREDITO
003010            " " ADQ-REFERENCIA
003020         DELIMITED BY SIZE INTO REPORT-LINE
003030     WRITE REPORT-LINE.
003040 2600-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080*  3000-REPORT-CONCILIACAO
003090*  UMA LINHA POR DIA DE VENDA E MEIO COM O VENDIDO, O BRUTO
003100*  LIQUIDADO, AS TAXAS, O LIQUIDO E A SITUACAO.
003110******************************************************************
003120 3000-REPORT-CONCILIACAO.
003130     IF WS-CHGBK-COUNT = ZERO
003140         MOVE "  (NENHUM)" TO REPORT-LINE
003150         WRITE REPORT-LINE
003160     END-IF
003170     MOVE SPACES TO REPORT-LINE
003180     WRITE REPORT-LINE
003190     MOVE SPACES TO REPORT-LINE
003200     MOVE "DIA VENDA"     TO REPORT-LINE(1:9)
003210     MOVE "M"             TO REPORT-LINE(11:1)
003220     MOVE "VENDIDO"       TO REPORT-LINE(17:7)
003230     MOVE "LIQUIDADO"     TO REPORT-LINE(27:9)
003240     MOVE "TAXAS"         TO REPORT-LINE(40:5)
003250     MOVE "LIQUIDO"       TO REPORT-LINE(52:7)
003260     MOVE "SITUACAO"      TO REPORT-LINE(61:8)
003270     WRITE REPORT-LINE
003280     PERFORM 3100-REPORT-ONE THRU 3100-EXIT
003290         VARYING WS-SCAN FROM 1 BY 1
003300         UNTIL WS-SCAN > WS-CONC-COUNT.
003310 3000-EXIT.
003320     EXIT.
003330
003340 3100-REPORT-ONE.
003350     SET WS-CV-IDX TO WS-SCAN
003360     MOVE SPACES TO REPORT-LINE
003370     MOVE WS-CV-DATA(WS-CV-IDX)    TO REPORT-LINE(1:8)
003380     MOVE WS-CV-MEIO(WS-CV-IDX)    TO REPORT-LINE(11:1)
003390     MOVE WS-CV-VENDIDO(WS-CV-IDX) TO WS-VALOR-ED
003400     MOVE WS-VALOR-ED              TO REPORT-LINE(13:11)
003410     MOVE WS-CV-BRUTO(WS-CV-IDX)   TO WS-VALOR-ED
003420     MOVE WS-VALOR-ED              TO REPORT-LINE(25:11)
003430     MOVE WS-CV-TAXA(WS-CV-IDX)    TO WS-TAXA-ED
003440     MOVE WS-TAXA-ED               TO REPORT-LINE(37:8)
003450     MOVE WS-CV-LIQUIDO(WS-CV-IDX) TO WS-VALOR-ED
003460     MOVE WS-VALOR-ED              TO REPORT-LINE(48:11)
003470     ADD WS-CV-VENDIDO(WS-CV-IDX)  TO WS-TOT-VENDIDO
003480     ADD WS-CV-BRUTO(WS-CV-IDX)    TO WS-TOT-BRUTO
003490     ADD WS-CV-TAXA(WS-CV-IDX)     TO WS-TOT-TAXA
003500     ADD WS-CV-LIQUIDO(WS-CV-IDX)  TO WS-TOT-LIQUIDO
003510     EVALUATE TRUE
003520         WHEN WS-CV-LIQ-SW(WS-CV-IDX) NOT = "Y"
003530             ADD 1 TO WS-PENDENTE-COUNT
003540             MOVE "PENDENTE"   TO REPORT-LINE(61:8)
003550         WHEN WS-CV-QTD(WS-CV-IDX) = ZERO
003560             ADD 1 TO WS-SEMVENDA-COUNT
003570             MOVE "SEM VENDA"  TO REPORT-LINE(61:9)
003580         WHEN WS-CV-BRUTO(WS-CV-IDX)
003590             NOT = WS-CV-VENDIDO(WS-CV-IDX)
003600             ADD 1 TO WS-DIVERG-COUNT
003610             MOVE "DIVERGENTE" TO REPORT-LINE(61:10)
003620         WHEN OTHER
003630             ADD 1 TO WS-CONFERE-COUNT
003640             MOVE "CONFERE"    TO REPORT-LINE(61:7)
003650     END-EVALUATE
003660     WRITE REPORT-LINE.
003670 3100-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710*  4000-FINALIZE
003720*  GRAVA OS TOTAIS, REGISTRA A CONCILIACAO NA AUDITORIA E FECHA
003730*  OS ARQUIVOS. DIVERGENCIA, LIQUIDACAO SEM VENDA OU CHARGEBACK
003740*  DEIXA O RETURN-CODE EM 4 PARA O ESCRITORIO OLHAR O RELATORIO.
003750******************************************************************
003760 4000-FINALIZE.
003770     MOVE SPACES TO REPORT-LINE
003780     WRITE REPORT-LINE
003790     MOVE WS-TOT-VENDIDO TO WS-VALOR-ED
003800     MOVE SPACES TO REPORT-LINE
003810     STRING "TOTAL VENDIDO EM CARTAO/PIX   R$" WS-VALOR-ED
003820         DELIMITED BY SIZE INTO REPORT-LINE
003830     WRITE REPORT-LINE
003840     MOVE WS-TOT-BRUTO TO WS-VALOR-ED
003850     MOVE SPACES TO REPORT-LINE
003860     STRING "TOTAL BRUTO LIQUIDADO         R$" WS-VALOR-ED
003870         DELIMITED BY SIZE INTO REPORT-LINE
003880     WRITE REPORT-LINE
003890     MOVE WS-TOT-TAXA TO WS-VALOR-ED
003900     MOVE SPACES TO REPORT-LINE
003910     STRING "TAXAS RETIDAS PELA ADQUIRENTE R$" WS-VALOR-ED
003920         DELIMITED BY SIZE INTO REPORT-LINE
003930     WRITE REPORT-LINE
003940     MOVE WS-TOT-CHGBK TO WS-VALOR-ED
003950     MOVE SPACES TO REPORT-LINE
003960     STRING "CHARGEBACKS                   R$" WS-VALOR-ED
003970            " (" WS-CHGBK-COUNT ")"
003980         DELIMITED BY SIZE INTO REPORT-LINE
003990     WRITE REPORT-LINE
004000     SUBTRACT WS-TOT-CHGBK FROM WS-TOT-LIQUIDO
004010     MOVE WS-TOT-LIQUIDO TO WS-VALOR-ED
004020     MOVE SPACES TO REPORT-LINE
004030     STRING "LIQUIDO MENOS CHARGEBACKS     R$" WS-VALOR-ED
004040         DELIMITED BY SIZE INTO REPORT-LINE
004050     WRITE REPORT-LINE
004060     MOVE SPACES TO REPORT-LINE
004070     STRING "CONFERE: " WS-CONFERE-COUNT
004080            "  DIVERGENTE: " WS-DIVERG-COUNT
004090            "  SEM VENDA: " WS-SEMVENDA-COUNT
004100            "  PENDENTE: " WS-PENDENTE-COUNT
004110         DELIMITED BY SIZE INTO REPORT-LINE
004120     WRITE REPORT-LINE
004130     IF WS-ADQ-INVALIDOS > ZERO
004140         MOVE SPACES TO REPORT-LINE
004150         STRING "*** AVISO: " WS-ADQ-INVALIDOS
004160                " MOVIMENTO(S) INVALIDO(S) NO ADQLIQ"
004170             DELIMITED BY SIZE INTO REPORT-LINE
004180         WRITE REPORT-LINE
004190     END-IF
004200     IF WS-CONC-DROPPED > ZERO
004210         MOVE SPACES TO REPORT-LINE
004220         STRING "*** AVISO: " WS-CONC-DROPPED
004230                " REGISTROS SEM VAGA NA TABELA (200 DIAS/MEIOS)"
004240             DELIMITED BY SIZE INTO REPORT-LINE
004250         WRITE REPORT-LINE
004260     END-IF
004270     PERFORM 7000-WRITE-AUDIT
004280     IF WS-DIVERG-COUNT > ZERO
004290         OR WS-SEMVENDA-COUNT > ZERO
004300         OR WS-CHGBK-COUNT > ZERO
004310         OR WS-ADQ-INVALIDOS > ZERO
004320         MOVE 4 TO RETURN-CODE
004330     END-IF
004340     IF WS-TICKETS-FILE-STATUS NOT = "35"
004350         CLOSE TICKETS-FILE
004360     END-IF
004370     IF WS-ADQ-FILE-STATUS NOT = "35"
004380         CLOSE SETTLEMENT-FILE
004390     END-IF
004400     CLOSE RECONCILE-REPORT-FILE
004410     CLOSE AUDIT-LOG-FILE.
004420
004430******************************************************************
004440*  5000-FIND-ENTRY
004450*  LOCALIZA O DIA/MEIO (WS-CV-DATA-WK, WS-CV-MEIO-WK) NA TABELA,
004460*  ACRESCENTANDO-O ZERADO SE AINDA NAO EXISTE. TABELA CHEIA
004470*  DEVOLVE WS-CV-POS ZERO E O REGISTRO E CONTADO COMO PERDIDO.
004480******************************************************************
004490 5000-FIND-ENTRY.
004500     MOVE ZERO TO WS-CV-POS
004510     PERFORM 5050-MATCH-ENTRY THRU 5050-EXIT
004520         VARYING WS-SCAN FROM 1 BY 1
004530         UNTIL WS-SCAN > WS-CONC-COUNT OR WS-CV-POS NOT = ZERO
004540     IF WS-CV-POS NOT = ZERO
004550         GO TO 5000-EXIT
004560     END-IF
004570     IF WS-CONC-COUNT NOT < 200
004580         ADD 1 TO WS-CONC-DROPPED
004590         GO TO 5000-EXIT
004600     END-IF
004610     ADD 1 TO WS-CONC-COUNT
004620     MOVE WS-CONC-COUNT TO WS-CV-POS
004630     SET WS-CV-IDX TO WS-CV-POS
004640     MOVE WS-CV-DATA-WK TO WS-CV-DATA(WS-CV-IDX)
004650     MOVE WS-CV-MEIO-WK TO WS-CV-MEIO(WS-CV-IDX)
004660     MOVE ZERO          TO WS-CV-QTD(WS-CV-IDX)
004670     MOVE ZERO          TO WS-CV-VENDIDO(WS-CV-IDX)
004680     MOVE "N"           TO WS-CV-LIQ-SW(WS-CV-IDX)
004690     MOVE ZERO          TO WS-CV-BRUTO(WS-CV-IDX)
004700     MOVE ZERO          TO WS-CV-TAXA(WS-CV-IDX)
004710     MOVE ZERO          TO WS-CV-LIQUIDO(WS-CV-IDX)
004720     MOVE ZERO          TO WS-CV-CHGBK(WS-CV-IDX).
004730 5000-EXIT.
004740     EXIT.
004750
004760 5050-MATCH-ENTRY.
004770     SET WS-CV-IDX TO WS-SCAN
004780     IF WS-CV-DATA(WS-CV-IDX) = WS-CV-DATA-WK
004790         AND WS-CV-MEIO(WS-CV-IDX) = WS-CV-MEIO-WK
004800         MOVE WS-SCAN TO WS-CV-POS
004810     END-IF.
004820 5050-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*  7000-WRITE-AUDIT
004870*  GRAVA O RESUMO DA CONCILIACAO NA TRILHA DE AUDITORIA.
004880******************************************************************
004890 7000-WRITE-AUDIT.
004900     MOVE "ADQCONC"          TO AUDIT-PROGRAM-ID
004910     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004920     ACCEPT AUDIT-TIME FROM TIME
004930     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004940     MOVE WS-HOJE             TO AUDIT-KEY
004950     MOVE SPACES              TO AUDIT-DETAIL
004960     STRING "CONFERE=" WS-CONFERE-COUNT
004970            " DIVERG=" WS-DIVERG-COUNT
004980            " SEMVENDA=" WS-SEMVENDA-COUNT
004990            " PEND=" WS-PENDENTE-COUNT
005000            " CHGBK=" WS-CHGBK-COUNT
005010         DELIMITED BY SIZE INTO AUDIT-DETAIL
005020     CALL "AUDITWR" USING AUDIT-RECORD.
005030
005040******************************************************************
005050*  8000-READ-TICKET
005060*  LE A PROXIMA PASSAGEM DO ARQUIVO DIARIO.
005070******************************************************************
005080 8000-READ-TICKET.
005090     READ TICKETS-FILE
005100         AT END
005110             MOVE "Y" TO WS-TICKET-EOF-SW
005120     END-READ.
005130
005140******************************************************************
005150*  8500-READ-SETTLEMENT
005160*  LE O PROXIMO MOVIMENTO DO ARQUIVO DA ADQUIRENTE.
005170******************************************************************
005180 8500-READ-SETTLEMENT.
005190     READ SETTLEMENT-FILE
005200         AT END
005210             MOVE "Y" TO WS-ADQ-EOF-SW
005220     END-READ.
