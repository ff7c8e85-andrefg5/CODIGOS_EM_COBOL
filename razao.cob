000130*    DEBITO  CAIXA (110CAIXA)  = CAIXA LIQUIDO DO DIA (O QUE A
000140*    GAVETA RENDEU: ESPERADO + DIFERENCA, SEM O FUNDO DE TROCO);
000150*    CREDITO RECEITA (410RECTA) = TARIFAS VENDIDAS PELO VIAGEM;
000155*    DEBITO  ADQUIRENTE (135ADQUI) = VENDAS EM CARTAO E PIX, QUE
000156*    NAO PASSAM PELA GAVETA E SAO RECEBIDAS DA ADQUIRENTE;
000160*    QUEBRA DE CAIXA (550QUEBR) = A DIFERENCA, NO LADO QUE
000170*    EQUILIBRA;
000172*    TRANSFERENCIA ENTRE FILIAIS: O ENVIO PASSA O VALOR DO CAIXA
000174*    PARA NUMERARIO EM TRANSITO (116TRANS) E A CHEGADA O DEVOLVE
000176*    AO CAIXA PELO VALOR CONTADO, COM A DIFERENCA NA QUEBRA.
000178*  O RELATORIO DE CONTROLE LISTA O QUE FOI GERADO -
000180*  A CONTADORA PARA DE REDIGITAR O FECHODIA IMPRESSO.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000360*                   110CAIXA/410RECTA/550QUEBR) E ACRESCENTA
000370*                   OS NOVOS - MESMO PADRAO DE REEXECUCAO DO
000380*                   TELLVARH NO MOEDA.
000381*  2026-10-15 AFG   VENDAS PAGAS EM CARTAO OU PIX (TICKET-
000382*                   PAGAMENTO) DEIXAM DE CAIR NO CAIXA: VAO A
000383*                   DEBITO DO RECEBIVEL DA ADQUIRENTE (135ADQUI,
000384*                   NOVA CONTA NO COAMAST) E A QUEBRA PASSA A SER
000385*                   CAIXA + ADQUIRENTE - RECEITA. A CONTA ENTRA NO
000386*                   EXPURGO DA REEXECUCAO DO DIA.
000387*  2026-10-15 AFG   LANCA AS TRANSFERENCIAS DE NUMERARIO ENTRE
000388*                   FILIAIS DO DIA (TRANSFER): O ENVIO DEBITA
000389*                   NUMERARIO EM TRANSITO (116TRANS, NOVA CONTA NO
000390*                   COAMAST) E CREDITA O CAIXA; A CHEGADA DEBITA O
000391*                   CAIXA PELO VALOR CONTADO E BAIXA O TRANSITO
000392*                   PELO ENVIADO, COM A DIFERENCA NA QUEBRA. O
000393*                   HISTORICO LEVA O NUMERO E AS FILIAIS
000394*                   (ORIGEM>DESTINO). A CONTA ENTRA NO EXPURGO DA
000395*                   REEXECUCAO DO DIA.
000396*  2026-10-15 AFG   O EXPURGO DA REEXECUCAO DO DIA PRESERVA OS
000397*                   VALES CONTABEIS APROVADOS NO LANCMAN
000398*                   (HISTORICO "LCM"), MESMO EM CONTA DO RAZAO.
000399*  2026-10-15 AFG   O LANCAMENTO NO LEDGER PASSA PELA ROTINA
000400*                   PERIODO: DATA EM MES FECHADO E RECUSADA OU
000401*                   DESVIADA PARA O PRIMEIRO MES ABERTO,
000402*                   CONFORME O PERPARM, E FICA NO PERLOG.
000403*                   DIA EM MES FECHADO RECUSA A EXECUCAO (OU, NO
000404*                   DESVIO, DISPENSA O EXPURGO DA REEXECUCAO).
000405*  2026-10-15 AFG   LANCAMENTO RECUSADO PELO PERIODO NAO ENTRA NOS
000406*                   TOTAIS DE CONTROLE NEM NO RELATORIO; OS
000407*                   LANCAMENTOS SAO EXECUTADOS COM THRU ATE O
000408*                   EXIT.
000409******************************************************************
000410 ENVIRONMENT DIVISION.
000415 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT TELLER-VARIANCE-FILE ASSIGN TO "TELLVARH"
000440         ORGANIZATION IS LINE SEQUENTIAL
000600     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000622     SELECT TRANSFER-FILE ASSIGN TO "TRANSFER"
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS  IS WS-TRF-FILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TELLER-VARIANCE-FILE
000840 FD  AUDIT-LOG-FILE
000850     RECORDING MODE IS F.
000860     COPY AUDITREC.
000862 FD  TRANSFER-FILE
000864     RECORDING MODE IS F.
000866     COPY TRANSFREC.
000870 WORKING-STORAGE SECTION.
000880 01  WS-SWITCHES.
000890     05  WS-TVARH-EOF-SW         PIC X(01)   VALUE "N".
001010         88  WS-COA-EOF                      VALUE "Y".
001020     05  WS-COA-OK-SW            PIC X(01)   VALUE "N".
001030         88  WS-COA-OK                       VALUE "Y".
001032     05  WS-TRF-FILE-STATUS      PIC X(02)   VALUE "00".
001034     05  WS-TRF-EOF-SW           PIC X(01)   VALUE "N".
001036         88  WS-TRF-EOF                      VALUE "Y".
001040 01  WS-MSG-CODE-WK              PIC X(08).
001050 01  WS-MSG-TEXT-WK              PIC X(60).
001060 01  WS-OPERATOR-ID              PIC X(08).
001130 01  WS-DIA                      PIC X(08).
001140 01  WS-TOTAL-CAIXA              PIC S9(09)V99 VALUE ZERO.
001150 01  WS-TOTAL-RECEITA            PIC S9(09)V99 VALUE ZERO.
001155 01  WS-TOTAL-ADQUIR             PIC S9(09)V99 VALUE ZERO.
001156 01  WS-ADQUIR-ABS               PIC 9(09)V99.
001160 01  WS-QUEBRA                   PIC S9(09)V99 VALUE ZERO.
001170 01  WS-QUEBRA-ABS               PIC 9(09)V99.
001180 01  WS-LWRK-FILE-STATUS         PIC X(02)   VALUE "00".
001230 01  WS-TOTAL-CREDITO            PIC 9(11)V99 VALUE ZERO.
001240 01  WS-LANC-COUNT               PIC 9(03)   VALUE ZERO.
001250 01  WS-VALOR-ED                 PIC -ZZZZZZZZ9.99.
001251*  LANCAMENTO DE TRANSFERENCIA ENTRE FILIAIS MONTADO PARA O 3480.
001252 01  WS-LANC-CONTA               PIC X(08).
001253 01  WS-LANC-DC                  PIC X(01).
001254 01  WS-LANC-VALOR               PIC 9(09)V99.
001255 01  WS-LANC-DESC                PIC X(20).
001256 01  WS-TRF-ORIGEM-WK            PIC X(03).
001257 01  WS-TRF-DIF                  PIC S9(09)V99.
001258 01  WS-TRF-DIF-ABS              PIC 9(09)V99.
001260
001270******************************************************************
001280*  PLANO DE CONTAS CARREGADO DO COAMAST NA INICIALIZACAO - TODO
001350         10  WS-COA-ACTIVE       PIC X(01).
001360 01  WS-COA-COUNT                PIC 9(03)   VALUE ZERO.
001370 01  WS-COA-REJ-COUNT            PIC 9(03)   VALUE ZERO.
001371*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
001372*  LANCAMENTO NO LEDGER.
001373 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
001374 01  WS-PERIODO-PROG             PIC X(08)   VALUE "RAZAO".
001375 01  WS-PERIODO-SW               PIC X(01).
001376     88  WS-PERIODO-RECUSADO                 VALUE "R".
001380
001390 PROCEDURE DIVISION.
001400
002140         MOVE 8 TO RETURN-CODE
002150         STOP RUN
002160     END-IF
002161*    DIA EM MES FECHADO: NA RECUSA A EXECUCAO PARA AQUI; NO DESVIO
002162*    OS LANCAMENTOS VAO PARA O PRIMEIRO MES ABERTO E OS DO DIA
002163*    FECHADO FICAM COMO ESTAO (SEM O EXPURGO DA REEXECUCAO).
002164     MOVE SPACES TO LEDGER-POSTING-RECORD
002165     MOVE WS-DIA TO LED-POSTING-DATE
002166     MOVE "C" TO WS-PERIODO-FUNC
002167     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
002168                          LEDGER-POSTING-RECORD WS-PERIODO-SW
002169     MOVE "L" TO WS-PERIODO-FUNC
002170     IF WS-PERIODO-RECUSADO
002171         DISPLAY "DIA " WS-DIA " EM PERIODO CONTABIL FECHADO -"
002172                 " EXECUCAO RECUSADA"
002173         MOVE 8 TO RETURN-CODE
002174         STOP RUN
002175     END-IF
002176     IF WS-PERIODO-SW = "D"
002177         DISPLAY "DIA " WS-DIA " EM PERIODO CONTABIL FECHADO -"
002178                 " LANCAMENTOS DESVIADOS, SEM EXPURGO"
002179     ELSE
002180         PERFORM 1500-PURGE-DAY-POSTINGS THRU 1500-EXIT
002181     END-IF
002182     OPEN EXTEND LEDGER-POSTING-FILE
002190     IF WS-LEDGER-FILE-STATUS = "35"
002200         OPEN OUTPUT LEDGER-POSTING-FILE
002210         CLOSE LEDGER-POSTING-FILE
002480*  1500-PURGE-DAY-POSTINGS
002490*  REEXECUCAO DO MESMO DIA: COPIA O ARQUIVO DE LANCAMENTOS PARA
002500*  O TRABALHO SEM OS PROPRIOS LANCAMENTOS DO DIA (110CAIXA,
002510*  410RECTA, 550QUEBR, 135ADQUI, 116TRANS) E O RECONSTROI - OS
002520*  LANCAMENTOS DOS OUTROS PROGRAMAS E DOS OUTROS DIAS FICAM
002525*  COMO ESTAO, ASSIM COMO OS VALES CONTABEIS DO LANCMAN
002527*  (HISTORICO "LCM") LANCADOS NAS MESMAS CONTAS.
002530******************************************************************
002540 1500-PURGE-DAY-POSTINGS.
002550     MOVE ZERO TO WS-LPURGE-COUNT
002870     IF LED-POSTING-DATE = WS-DIA
002880         AND (LED-ACCOUNT = "110CAIXA"
002890              OR LED-ACCOUNT = "410RECTA"
002900              OR LED-ACCOUNT = "550QUEBR"
002905              OR LED-ACCOUNT = "135ADQUI"
002907              OR LED-ACCOUNT = "116TRANS")
002908         AND LED-DESC(1:3) NOT = "LCM"
002910         ADD 1 TO WS-LPURGE-COUNT
002920         GO TO 1550-EXIT
002930     END-IF
003700
003710******************************************************************
003720*  2500-TOTAL-RECEITA
003730*  SOMA AS TARIFAS VENDIDAS NO DIA (ESTORNOS ABATEM) E, A PARTE,
003735*  AS PAGAS EM CARTAO OU PIX - O RECEBIVEL DA ADQUIRENTE.
003740******************************************************************
003750 2500-TOTAL-RECEITA.
003760     IF TICKET-RUN-DATE = WS-DIA
003770         ADD TICKET-TARIFA TO WS-TOTAL-RECEITA
003775         IF TICKET-PAG-CARTAO OR TICKET-PAG-PIX
003776             ADD TICKET-TARIFA TO WS-TOTAL-ADQUIR
003777         END-IF
003780     END-IF
003790     PERFORM 8500-READ-TICKET.
003800 2500-EXIT.
003830******************************************************************
003840*  3000-WRITE-POSTINGS
003850*  GERA OS LANCAMENTOS BALANCEADOS: DEBITO NO CAIXA PELO CONTADO,
003860*  DEBITO NA ADQUIRENTE PELO VENDIDO EM CARTAO E PIX, CREDITO NA
003865*  RECEITA PELO VENDIDO E A QUEBRA NO LADO QUE EQUILIBRA (SOBRA
003870*  CREDITA, FALTA DEBITA); DEPOIS AS TRANSFERENCIAS ENTRE
003875*  FILIAIS DO DIA.
003880******************************************************************
003890 3000-WRITE-POSTINGS.
003900     MOVE WS-TOTAL-CAIXA TO WS-QUEBRA
003910     ADD WS-TOTAL-ADQUIR TO WS-QUEBRA
003915     SUBTRACT WS-TOTAL-RECEITA FROM WS-QUEBRA
003920     PERFORM 3100-POST-CAIXA THRU 3100-EXIT
003925     IF WS-TOTAL-ADQUIR NOT = ZERO
003926         PERFORM 3150-POST-ADQUIRENTE THRU 3150-EXIT
003927     END-IF
003930     PERFORM 3200-POST-RECEITA THRU 3200-EXIT
003940     IF WS-QUEBRA NOT = ZERO
003950         PERFORM 3300-POST-QUEBRA THRU 3300-EXIT
003960     END-IF
003965     PERFORM 3400-POST-TRANSFERS THRU 3400-EXIT.
003970 3000-EXIT.
003980     EXIT.
003990
004080     IF NOT WS-COA-OK
004090         GO TO 3100-EXIT
004100     END-IF
004102     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
004104                          LEDGER-POSTING-RECORD WS-PERIODO-SW
004106     IF WS-PERIODO-RECUSADO
004110         GO TO 3100-EXIT
004115     END-IF
004116     WRITE LEDGER-POSTING-RECORD
004120     ADD WS-TOTAL-CAIXA TO WS-TOTAL-DEBITO
004130     ADD 1 TO WS-LANC-COUNT
004140     PERFORM 3500-REPORT-POSTING.
004150 3100-EXIT.
004160     EXIT.
004170
004171******************************************************************
004172*  3150-POST-ADQUIRENTE
004173*  VENDAS EM CARTAO E PIX DO DIA NO RECEBIVEL DA ADQUIRENTE -
004174*  DEBITA; SO COM ESTORNOS MAIORES QUE AS VENDAS O SALDO FICA
004175*  NEGATIVO E O LANCAMENTO CREDITA.
004176******************************************************************
004177 3150-POST-ADQUIRENTE.
004178     IF WS-TOTAL-ADQUIR < ZERO
004179         COMPUTE WS-ADQUIR-ABS = ZERO - WS-TOTAL-ADQUIR
004180     ELSE
004181         MOVE WS-TOTAL-ADQUIR TO WS-ADQUIR-ABS
004182     END-IF
004183     MOVE SPACES         TO LEDGER-POSTING-RECORD
004184     MOVE WS-DIA         TO LED-POSTING-DATE
004185     MOVE "135ADQUI"     TO LED-ACCOUNT
004186     MOVE WS-ADQUIR-ABS  TO LED-AMOUNT
004187     MOVE "VENDAS CARTAO E PIX" TO LED-DESC
004188     IF WS-TOTAL-ADQUIR > ZERO
004189         MOVE "D" TO LED-DC
004190     ELSE
004191         MOVE "C" TO LED-DC
004192     END-IF
004193     PERFORM 3050-VALIDATE-ACCOUNT THRU 3050-EXIT
004194     IF NOT WS-COA-OK
004195         GO TO 3150-EXIT
004196     END-IF
004197     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
004198                          LEDGER-POSTING-RECORD WS-PERIODO-SW
004199     IF WS-PERIODO-RECUSADO
004200         GO TO 3150-EXIT
004201     END-IF
004202     WRITE LEDGER-POSTING-RECORD
004203     IF LED-DC = "D"
004204         ADD WS-ADQUIR-ABS TO WS-TOTAL-DEBITO
004205     ELSE
004206         ADD WS-ADQUIR-ABS TO WS-TOTAL-CREDITO
004207     END-IF
004208     ADD 1 TO WS-LANC-COUNT
004209     PERFORM 3500-REPORT-POSTING.
004210 3150-EXIT.
004211     EXIT.
004212
004213 3200-POST-RECEITA.
004214     MOVE SPACES           TO LEDGER-POSTING-RECORD
004215     MOVE WS-DIA           TO LED-POSTING-DATE
004216     MOVE "410RECTA"       TO LED-ACCOUNT
004220     MOVE "C"              TO LED-DC
004230     MOVE WS-TOTAL-RECEITA TO LED-AMOUNT
004240     MOVE "RECEITA DE TARIFAS" TO LED-DESC
004260     IF NOT WS-COA-OK
004270         GO TO 3200-EXIT
004280     END-IF
004282     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
004284                          LEDGER-POSTING-RECORD WS-PERIODO-SW
004286     IF WS-PERIODO-RECUSADO
004290         GO TO 3200-EXIT
004295     END-IF
004296     WRITE LEDGER-POSTING-RECORD
004300     ADD WS-TOTAL-RECEITA TO WS-TOTAL-CREDITO
004310     ADD 1 TO WS-LANC-COUNT
004320     PERFORM 3500-REPORT-POSTING.
004550     IF NOT WS-COA-OK
004560         GO TO 3300-EXIT
004570     END-IF
004572     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
004574                          LEDGER-POSTING-RECORD WS-PERIODO-SW
004576     IF WS-PERIODO-RECUSADO
004580         GO TO 3300-EXIT
004585     END-IF
004586     WRITE LEDGER-POSTING-RECORD
004590*    OS TOTAIS DE CONTROLE SO SOBEM COM O LANCAMENTO GRAVADO -
004600*    LANCAMENTO RECUSADO NAO INFLA O RELATORIO.
004610     IF LED-DC = "C"
004670     PERFORM 3500-REPORT-POSTING.
004680 3300-EXIT.
004690     EXIT.
004691
004692******************************************************************
004693*  3400-POST-TRANSFERS
004694*  LANCA CADA EVENTO DO DIA NO TRANSFER (GRAVADO PELO COFREMOV).
004695*  O CAIXA E DA EMPRESA - AS FILIAIS VAO NO HISTORICO:
004696*    ENVIO   - DEBITO 116TRANS / CREDITO 110CAIXA, PELO ENVIADO;
004697*    CHEGADA - DEBITO 110CAIXA PELO CONTADO / CREDITO 116TRANS
004698*              PELO ENVIADO; A DIFERENCA VAI A QUEBRA (FALTA
004699*              DEBITA, SOBRA CREDITA).
004700*  O SALDO DE 116TRANS E O QUE ESTA EM TRANSITO ENTRE FILIAIS.
004701******************************************************************
004702 3400-POST-TRANSFERS.
004703     OPEN INPUT TRANSFER-FILE
004704     IF WS-TRF-FILE-STATUS NOT = "00"
004705         GO TO 3400-EXIT
004706     END-IF
004707     PERFORM 3450-POST-ONE-TRANSFER THRU 3450-EXIT
004708         UNTIL WS-TRF-EOF
004709     CLOSE TRANSFER-FILE.
004710 3400-EXIT.
004711     EXIT.
004712
004713 3450-POST-ONE-TRANSFER.
004714     READ TRANSFER-FILE
004715         AT END
004716             MOVE "Y" TO WS-TRF-EOF-SW
004717             GO TO 3450-EXIT
004718     END-READ
004719     IF TRF-DATA NOT = WS-DIA
004720         OR TRF-VALOR-ENVIADO NOT NUMERIC
004721         OR TRF-VALOR-RECEBIDO NOT NUMERIC
004722         GO TO 3450-EXIT
004723     END-IF
004724     IF TRF-ORIGEM = SPACES
004725         MOVE "MTZ" TO WS-TRF-ORIGEM-WK
004726     ELSE
004727         MOVE TRF-ORIGEM TO WS-TRF-ORIGEM-WK
004728     END-IF
004729     MOVE SPACES TO WS-LANC-DESC
004730     STRING "TRF " TRF-NUMERO " " WS-TRF-ORIGEM-WK ">"
004731            TRF-DESTINO
004732         DELIMITED BY SIZE INTO WS-LANC-DESC
004733     EVALUATE TRUE
004734         WHEN TRF-ENVIADA
004735             MOVE TRF-VALOR-ENVIADO TO WS-LANC-VALOR
004736             MOVE "116TRANS" TO WS-LANC-CONTA
004737             MOVE "D"        TO WS-LANC-DC
004738             PERFORM 3480-POST-LANCAMENTO THRU 3480-EXIT
004739             MOVE "110CAIXA" TO WS-LANC-CONTA
004740             MOVE "C"        TO WS-LANC-DC
004741             PERFORM 3480-POST-LANCAMENTO THRU 3480-EXIT
004742         WHEN TRF-RECEBIDA
004743             MOVE TRF-VALOR-RECEBIDO TO WS-LANC-VALOR
004744             MOVE "110CAIXA" TO WS-LANC-CONTA
004745             MOVE "D"        TO WS-LANC-DC
004746             PERFORM 3480-POST-LANCAMENTO THRU 3480-EXIT
004747             MOVE TRF-VALOR-ENVIADO TO WS-LANC-VALOR
004748             MOVE "116TRANS" TO WS-LANC-CONTA
004749             MOVE "C"        TO WS-LANC-DC
004750             PERFORM 3480-POST-LANCAMENTO THRU 3480-EXIT
004751             COMPUTE WS-TRF-DIF =
004752                 TRF-VALOR-RECEBIDO - TRF-VALOR-ENVIADO
004753             IF WS-TRF-DIF < ZERO
004754                 COMPUTE WS-TRF-DIF-ABS = ZERO - WS-TRF-DIF
004755                 MOVE "D" TO WS-LANC-DC
004756             ELSE
004757                 MOVE WS-TRF-DIF TO WS-TRF-DIF-ABS
004758                 MOVE "C" TO WS-LANC-DC
004759             END-IF
004760             MOVE WS-TRF-DIF-ABS TO WS-LANC-VALOR
004761             MOVE "550QUEBR" TO WS-LANC-CONTA
004762             PERFORM 3480-POST-LANCAMENTO THRU 3480-EXIT
004763     END-EVALUATE.
004764 3450-EXIT.
004765     EXIT.
004766
004767******************************************************************
004768*  3480-POST-LANCAMENTO
004769*  GRAVA O LANCAMENTO MONTADO EM WS-LANC-* (VALOR ZERO NAO SAI),
004770*  VALIDADO CONTRA O PLANO DE CONTAS COMO OS DEMAIS.
004771******************************************************************
004772 3480-POST-LANCAMENTO.
004773     IF WS-LANC-VALOR = ZERO
004774         GO TO 3480-EXIT
004775     END-IF
004776     MOVE SPACES        TO LEDGER-POSTING-RECORD
004777     MOVE WS-DIA        TO LED-POSTING-DATE
004778     MOVE WS-LANC-CONTA TO LED-ACCOUNT
004779     MOVE WS-LANC-DC    TO LED-DC
004780     MOVE WS-LANC-VALOR TO LED-AMOUNT
004781     MOVE WS-LANC-DESC  TO LED-DESC
004782     PERFORM 3050-VALIDATE-ACCOUNT THRU 3050-EXIT
004783     IF NOT WS-COA-OK
004784         GO TO 3480-EXIT
004785     END-IF
004786     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
004787                          LEDGER-POSTING-RECORD WS-PERIODO-SW
004788     IF WS-PERIODO-RECUSADO
004789         GO TO 3480-EXIT
004790     END-IF
004791     WRITE LEDGER-POSTING-RECORD
004792     IF LED-DC = "D"
004793         ADD WS-LANC-VALOR TO WS-TOTAL-DEBITO
004794     ELSE
004795         ADD WS-LANC-VALOR TO WS-TOTAL-CREDITO
004796     END-IF
004797     ADD 1 TO WS-LANC-COUNT
004798     PERFORM 3500-REPORT-POSTING.
004799 3480-EXIT.
004800     EXIT.
004801
004802******************************************************************
004803*  3050-VALIDATE-ACCOUNT
004804*  CONFERE O LED-ACCOUNT MONTADO CONTRA O PLANO DE CONTAS: CONTA
004805*  DESCONHECIDA OU ENCERRADA RECUSA O LANCAMENTO COM AVISO NO
004806*  RELATORIO DE CONTROLE E RETURN-CODE 8 - O EXTRATO SAI
004807*  INCOMPLETO DE PROPOSITO, PARA A CONTADORA VER O FURO AQUI E
004808*  NAO NO SISTEMA DO ESCRITORIO.
004809******************************************************************
004810 3050-VALIDATE-ACCOUNT.
004811     MOVE "N" TO WS-COA-OK-SW
004812     PERFORM 3070-MATCH-ACCOUNT THRU 3070-EXIT
004820         VARYING WS-COA-IDX FROM 1 BY 1
004830         UNTIL WS-COA-IDX > WS-COA-COUNT OR WS-COA-OK
004840     IF NOT WS-COA-OK
