000150*    - ACEITA MOVIMENTOS AVULSOS (VAULTMOV): REMESSA AO BANCO E
000160*      FUNDO DE TROCO ENTREGUE, IDENTIFICADOS PELO OPERADOR;
000170*    - MANTEM O SALDO CORRENTE (VAULTBAL) E EMITE O RAZAO DIARIO
000180*      (VAULTRPT);
000183*    - MANTEM O ESTOQUE POR DENOMINACAO (VAULTINV) E EMITE A
000184*      FOLHA DE ESTOQUE (ESTOQRPT), CONFERIDA CONTRA O SALDO;
000185*    - MANTEM O SALDO POR FILIAL (MATRIZ E QUIOSQUE DA VILA
000186*      NORTE) E LANCA AS TRANSFERENCIAS ENTRE ELAS (TRANSFER),
000187*      COM O VALOR EM TRANSITO ATE A CHEGADA SER CONFIRMADA.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000247*                   DESPESAS MIUDAS, GRAVADO PELO CAIXINHA) COMO
000248*                   SAIDA DO COFRE, COM LINHA E TOTAL PROPRIOS
000249*                   NO RAZAO DIARIO.
000250*  2026-10-15 AFG   MANTEM O ESTOQUE POR DENOMINACAO DO COFRE
000251*                   (VAULTINV): ENTRAM AS CONTAGENS DE FECHAMENTO
000252*                   ("F" DO CASHCNT) E O TROCO ENTREGUE PELO
000253*                   BANCO, SAEM OS FUNDOS DE ABERTURA ("A"), OS
000254*                   PACOTES DO MALOTE DO DEPOSITO E O SAQUE DA
000255*                   CAIXINHA (VAULTDMV). A ENTREGA DE TROCO DO
000256*                   BANCO ENTRA NO SALDO. A FOLHA DE ESTOQUE
000257*                   (ESTOQRPT) CONFERE O ESTOQUE VALORIZADO CONTRA
000258*                   O SALDO - SE NAO BATER, CODIGO 4.
000259*  2026-10-15 AFG   O SALDO PASSA A SER MANTIDO POR FILIAL (UM
000260*                   REGISTRO DO VAULTBAL POR VBAL-FILIAL; O SALDO
000261*                   DO COFRE E A SOMA): DEPOSITOS PELA TVARH-
000262*                   FILIAL, MOVIMENTOS PELA VMOV-FILIAL. LANCA AS
000263*                   TRANSFERENCIAS ENTRE FILIAIS DO DIA (TRANSFER,
000264*                   GRAVADO PELO COFREMOV): O ENVIADO SAI DA
000265*                   ORIGEM, O CONTADO NA CHEGADA ENTRA NO DESTINO
000266*                   E A DIFERENCA SAI NO RAZAO DIARIO. O TOTAL EM
000267*                   TRANSITO NA DATA (ENVIADO E AINDA NAO
000268*                   CONFIRMADO) E CARREGADO FORA DO SALDO E ENTRA
000269*                   NA CONFERENCIA DA FOLHA DE ESTOQUE.
000270*  2026-10-15 AFG   A SESSAO DE CAIXA ENCERRADA NA PASSAGEM DA
000271*                   GAVETA NO MEIO DO TURNO (TELLVARH SESSAO "H")
000272*                   NAO E LANCADA COMO DEPOSITO - O DINHEIRO SEGUE
000273*                   NA GAVETA ATE O FECHAMENTO.
000274******************************************************************
000275 ENVIRONMENT DIVISION.
000276 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TELLER-VARIANCE-FILE ASSIGN TO "TELLVARH"
000300         ORGANIZATION IS LINE SEQUENTIAL
000350     SELECT VAULT-BALANCE-FILE ASSIGN TO "VAULTBAL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS WS-VBAL-FILE-STATUS.
000371     SELECT VAULT-REPORT-FILE ASSIGN TO "VAULTRPT"
000372         ORGANIZATION IS LINE SEQUENTIAL.
000373     SELECT QUARANTINE-FILE ASSIGN TO "QUARLEDG"
000374         ORGANIZATION IS LINE SEQUENTIAL
000375         FILE STATUS  IS WS-QUARL-FILE-STATUS.
000376     SELECT CASH-COUNT-FILE ASSIGN TO "CASHCNT"
000377         ORGANIZATION IS LINE SEQUENTIAL
000378         FILE STATUS  IS WS-CASH-FILE-STATUS.
000379     SELECT DENOMINATION-FILE ASSIGN TO "DENOMTAB"
000380         ORGANIZATION IS LINE SEQUENTIAL
000381         FILE STATUS  IS WS-DENOM-FILE-STATUS.
000382     SELECT VAULT-DENOM-MOVE-FILE ASSIGN TO "VAULTDMV"
000383         ORGANIZATION IS LINE SEQUENTIAL
000384         FILE STATUS  IS WS-VDMV-FILE-STATUS.
000385     SELECT VAULT-INVENTORY-FILE ASSIGN TO "VAULTINV"
000386         ORGANIZATION IS LINE SEQUENTIAL
000387         FILE STATUS  IS WS-VINV-FILE-STATUS.
000388     SELECT VAULT-STOCK-FILE ASSIGN TO "ESTOQRPT"
000393         ORGANIZATION IS LINE SEQUENTIAL.
000394     SELECT TRANSFER-FILE ASSIGN TO "TRANSFER"
000395         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS  IS WS-TRF-FILE-STATUS.
000400     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000520     RECORDING MODE IS F.
000530     COPY VAULTBALREC.
000540 FD  VAULT-REPORT-FILE
000541     RECORDING MODE IS F.
000542 01  REPORT-LINE                 PIC X(80).
000543 FD  QUARANTINE-FILE
000544     RECORDING MODE IS F.
000545     COPY QUARREC.
000546 FD  CASH-COUNT-FILE
000547     RECORDING MODE IS F.
000548     COPY TILLREC.
000549 FD  DENOMINATION-FILE
000550     RECORDING MODE IS F.
000551     COPY DENOMREC.
000552 FD  VAULT-DENOM-MOVE-FILE
000553     RECORDING MODE IS F.
000554     COPY VAULTDMVREC.
000555 FD  VAULT-INVENTORY-FILE
000556     RECORDING MODE IS F.
000557     COPY VAULTINVREC.
000558 FD  VAULT-STOCK-FILE
000559     RECORDING MODE IS F.
000563 01  STOCK-LINE                  PIC X(80).
000564 FD  TRANSFER-FILE
000565     RECORDING MODE IS F.
000566     COPY TRANSFREC.
000570 FD  AUDIT-LOG-FILE
000580     RECORDING MODE IS F.
000590     COPY AUDITREC.
000690     05  WS-VMOV-FILE-STATUS     PIC X(02)   VALUE "00".
000700     05  WS-VBAL-FILE-STATUS     PIC X(02)   VALUE "00".
000710     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000711     05  WS-JA-APURADO-SW        PIC X(01)   VALUE "N".
000712         88  WS-JA-APURADO                   VALUE "Y".
000713     05  WS-QUARL-FILE-STATUS    PIC X(02)   VALUE "00".
000714     05  WS-QUARL-EOF-SW         PIC X(01)   VALUE "N".
000715         88  WS-QUARL-EOF                    VALUE "Y".
000716     05  WS-CASH-FILE-STATUS     PIC X(02)   VALUE "00".
000717     05  WS-CASH-EOF-SW          PIC X(01)   VALUE "N".
000718         88  WS-CASH-EOF                     VALUE "Y".
000719     05  WS-DENOM-FILE-STATUS    PIC X(02)   VALUE "00".
000720     05  WS-DENOM-EOF-SW         PIC X(01)   VALUE "N".
000721         88  WS-DENOM-EOF                    VALUE "Y".
000722     05  WS-VDMV-FILE-STATUS     PIC X(02)   VALUE "00".
000723     05  WS-VDMV-EOF-SW          PIC X(01)   VALUE "N".
000724         88  WS-VDMV-EOF                     VALUE "Y".
000725     05  WS-VINV-FILE-STATUS     PIC X(02)   VALUE "00".
000726     05  WS-VINV-EOF-SW          PIC X(01)   VALUE "N".
000733         88  WS-VINV-EOF                     VALUE "Y".
000734     05  WS-VBAL-EOF-SW          PIC X(01)   VALUE "N".
000735         88  WS-VBAL-EOF                     VALUE "Y".
000736     05  WS-TRF-FILE-STATUS      PIC X(02)   VALUE "00".
000737     05  WS-TRF-EOF-SW           PIC X(01)   VALUE "N".
000738         88  WS-TRF-EOF                      VALUE "Y".
000740 01  WS-MSG-CODE-WK              PIC X(08).
000750 01  WS-MSG-TEXT-WK              PIC X(60).
000760 01  WS-OPERATOR-ID              PIC X(08).
000891 01  WS-TOTAL-QUARENTENA         PIC 9(07)V99 VALUE ZERO.
000892 01  WS-QUAR-COUNT               PIC 9(04)   VALUE ZERO.
000893 01  WS-TOTAL-CAIXINHA           PIC 9(07)V99 VALUE ZERO.
000894 01  WS-VALOR-ED                 PIC -ZZZZZZ9.99.
000895 01  WS-TOTAL-ENTREGAS           PIC S9(07)V99 VALUE ZERO.
000896 01  WS-ENTREGA-COUNT            PIC 9(04)   VALUE ZERO.
000897******************************************************************
000898*  ESTOQUE DO COFRE POR DENOMINACAO: O DENOMTAB VIGENTE NO DIA, O
000899*  ESTOQUE ANTERIOR (VAULTINV) E OS MOVIMENTOS DO DIA POR ORIGEM.
000900******************************************************************
000901 01  WS-INV-TABLE.
000902     05  WS-IV-ENTRY OCCURS 30 TIMES
000903                     INDEXED BY WS-IV-IDX.
000904         10  WS-IV-CODE          PIC X(03).
000905         10  WS-IV-DESC          PIC X(20).
000906         10  WS-IV-VALOR         PIC 9(03)V99.
000907         10  WS-IV-VIG           PIC X(08).
000908         10  WS-IV-ANTERIOR      PIC S9(07).
000909         10  WS-IV-FECHO         PIC 9(07).
000910         10  WS-IV-FUNDOS        PIC 9(07).
000911         10  WS-IV-MALOTE        PIC 9(07).
000912         10  WS-IV-BANCO         PIC 9(07).
000913         10  WS-IV-CAIXINHA      PIC 9(07).
000914         10  WS-IV-ESTOQUE       PIC S9(07).
000915 01  WS-INV-COUNT                PIC 9(03)   VALUE ZERO.
000916 01  WS-IV-CODE-WK               PIC X(03).
000917 01  WS-IV-POS                   PIC 9(03).
000918 01  WS-IV-SCAN                  PIC 9(03).
000919 01  WS-DN-VIG-WK                PIC X(08).
000920 01  WS-PAIR-SUB                 PIC 9(02).
000921 01  WS-INV-ANTERIOR-SW          PIC X(01)   VALUE "N".
000922     88  WS-INV-ANTERIOR                     VALUE "Y".
000923*  CAIXAS LANCADOS COMO DEPOSITO NO DIA - SO O FECHAMENTO DELES
000924*  ENTRA NO ESTOQUE (GAVETA RETIDA NA RECONTAGEM AINDA NAO ENTROU
000925*  NO SALDO).
000926 01  WS-DEP-TABLE.
000927     05  WS-DP-TELLER            PIC X(05)
000928                     OCCURS 200 TIMES INDEXED BY WS-DP-IDX.
000929 01  WS-DEP-TELLERS              PIC 9(03)   VALUE ZERO.
000930 01  WS-DP-FOUND-SW              PIC X(01)   VALUE "N".
000931     88  WS-DP-FOUND                         VALUE "Y".
000932 01  WS-VALOR-ESTOQUE            PIC S9(07)V99 VALUE ZERO.
000933 01  WS-VALOR-LINHA              PIC S9(07)V99.
000934 01  WS-DIF-ESTOQUE              PIC S9(07)V99.
000935 01  WS-ESTOQUE-RESULT           PIC X(03)   VALUE "OK ".
000936 01  WS-QTD-ED                   PIC -ZZZZZ9.
000937******************************************************************
000938*  SALDO POR FILIAL (VBAL-FILIAL; BRANCO E A MATRIZ). A MATRIZ
000939*  E SEMPRE A PRIMEIRA ENTRADA; WS-SALDO E A SOMA DAS FILIAIS.
000940******************************************************************
000941 01  WS-FILIAL-TABLE.
000942     05  WS-FS-ENTRY OCCURS 10 TIMES
000943                     INDEXED BY WS-FS-IDX.
000944         10  WS-FS-FILIAL        PIC X(03).
000945         10  WS-FS-ANTERIOR      PIC S9(07)V99.
000946         10  WS-FS-SALDO         PIC S9(07)V99.
000947 01  WS-FILIAL-COUNT             PIC 9(02)   VALUE ZERO.
000948 01  WS-FILIAL-WK                PIC X(03).
000949 01  WS-FS-POS                   PIC 9(02).
000950 01  WS-FS-SCAN                  PIC 9(02).
000951*  TRANSFERENCIAS ENTRE FILIAIS DO DIA E O TOTAL EM TRANSITO.
000952 01  WS-TOTAL-TRANSF-ENV         PIC 9(07)V99 VALUE ZERO.
000953 01  WS-TOTAL-TRANSF-REC         PIC 9(07)V99 VALUE ZERO.
000954 01  WS-TOTAL-TRANSF-DIF         PIC S9(07)V99 VALUE ZERO.
000955 01  WS-TRANSF-DIF               PIC S9(07)V99.
000956 01  WS-EM-TRANSITO              PIC S9(07)V99 VALUE ZERO.
000957 01  WS-TRANSF-COUNT             PIC 9(04)   VALUE ZERO.
000958
000959 PROCEDURE DIVISION.
000960
000961 0000-MAINLINE.
000962     PERFORM 0010-SIGN-ON THRU 0010-EXIT
000963*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
000970     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
000980                         WS-AUTHORIZED-SW
000990     IF NOT WS-AUTHORIZED
001050     PERFORM 2000-POST-DEPOSIT THRU 2000-EXIT
001060         UNTIL WS-TVARH-EOF
001070     PERFORM 2500-POST-MOVEMENT THRU 2500-EXIT
001075         UNTIL WS-VMOV-EOF
001080     PERFORM 2600-POST-TRANSFERS THRU 2600-EXIT
001081     PERFORM 2700-CARRY-QUARANTINE THRU 2700-EXIT
001084     PERFORM 2800-POST-COUNTS THRU 2800-EXIT
001087     PERFORM 2900-POST-DENOM-MOVES THRU 2900-EXIT
001090     PERFORM 3000-FINALIZE
001100     STOP RUN.
001110
001600         MOVE 8 TO RETURN-CODE
001610         STOP RUN
001620     END-IF
001623     PERFORM 1200-LOAD-DENOMTAB
001626     PERFORM 1400-LOAD-INVENTORY
001630     OPEN INPUT TELLER-VARIANCE-FILE
001640     IF WS-TVARH-FILE-STATUS = "35"
001650         MOVE "Y" TO WS-TVARH-EOF-SW
002120
002130******************************************************************
002140*  0500-READ-PRIOR-BALANCE
002147*  LE O SALDO CORRENTE DO COFRE, UM REGISTRO POR FILIAL (O
002154*  ARQUIVO ANTIGO, DE REGISTRO UNICO SEM FILIAL, E DA MATRIZ).
002161*  SEM O ARQUIVO (PRIMEIRO USO), O COFRE COMECA ZERADO.
002170******************************************************************
002180 0500-READ-PRIOR-BALANCE.
002190     MOVE ZERO TO WS-SALDO
002193     MOVE "MTZ" TO WS-FILIAL-WK
002196     PERFORM 5100-FIND-FILIAL THRU 5100-EXIT
002200     OPEN INPUT VAULT-BALANCE-FILE
002210     IF WS-VBAL-FILE-STATUS = "00"
002243         PERFORM 0550-READ-ONE-BALANCE THRU 0550-EXIT
002276             UNTIL WS-VBAL-EOF
002277         CLOSE VAULT-BALANCE-FILE
002278     END-IF.
002279
002280 0550-READ-ONE-BALANCE.
002281     READ VAULT-BALANCE-FILE
002282         AT END
002283             MOVE "Y" TO WS-VBAL-EOF-SW
002284             GO TO 0550-EXIT
002285     END-READ
002286     IF VBAL-LAST-DATE = WS-LEDGER-DATE
002287         MOVE "Y" TO WS-JA-APURADO-SW
002288     END-IF
002289     IF VBAL-BALANCE IS NOT NUMERIC
002290         GO TO 0550-EXIT
002291     END-IF
002292     IF VBAL-FILIAL = SPACES
002293         MOVE "MTZ" TO WS-FILIAL-WK
002294     ELSE
002295         MOVE VBAL-FILIAL TO WS-FILIAL-WK
002296     END-IF
002297     PERFORM 5100-FIND-FILIAL THRU 5100-EXIT
002298     ADD VBAL-BALANCE TO WS-FS-ANTERIOR(WS-FS-IDX)
002299     ADD VBAL-BALANCE TO WS-FS-SALDO(WS-FS-IDX)
002300     ADD VBAL-BALANCE TO WS-SALDO.
002301 0550-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350*  2000-POST-DEPOSIT
002360*  LANCA NO COFRE, COMO DEPOSITO, O MONTANTE CONTADO DE UM CAIXA
002366*  NO DIA APURADO (TOTAL POR CAIXA GRAVADO PELO MOEDA), NO SALDO
002372*  DA FILIAL DO CAIXA.
002374*  A SESSAO ENCERRADA NA PASSAGEM DA GAVETA ("H") NAO E DEPOSITO -
002376*  O DINHEIRO FICOU NA GAVETA E VEM NO FECHAMENTO DE QUEM RECEBEU.
002380******************************************************************
002390 2000-POST-DEPOSIT.
002400     IF TVARH-BUS-DATE = WS-LEDGER-DATE
002405         AND NOT TVARH-SESSAO-PASSAGEM
002410         ADD TVARH-MONTANTE TO WS-SALDO
002411         IF TVARH-FILIAL = SPACES
002412             MOVE "MTZ" TO WS-FILIAL-WK
002413         ELSE
002414             MOVE TVARH-FILIAL TO WS-FILIAL-WK
002415         END-IF
002416         PERFORM 5100-FIND-FILIAL THRU 5100-EXIT
002417         ADD TVARH-MONTANTE TO WS-FS-SALDO(WS-FS-IDX)
002420         ADD TVARH-MONTANTE TO WS-TOTAL-DEPOSITOS
002430         ADD 1 TO WS-DEPOSIT-COUNT
002431         IF WS-DEP-TELLERS < 200
002432             ADD 1 TO WS-DEP-TELLERS
002433             SET WS-DP-IDX TO WS-DEP-TELLERS
002434             MOVE TVARH-TELLER-ID TO WS-DP-TELLER(WS-DP-IDX)
002435         END-IF
002440         MOVE TVARH-MONTANTE TO WS-VALOR-ED
002450         MOVE SPACES TO REPORT-LINE
002460         STRING "DEPOSITO CAIXA " TVARH-TELLER-ID
002560*  2500-POST-MOVEMENT
002570*  LANCA UM MOVIMENTO AVULSO DO DIA: REMESSA AO BANCO OU FUNDO DE
002580*  TROCO ENTREGUE, AMBOS SAIDAS DO COFRE, COM O OPERADOR QUE FEZ
002586*  O MOVIMENTO, NO SALDO DA FILIAL DO MOVIMENTO. MOVIMENTO
002592*  INVALIDO E IGNORADO COM AVISO NO RAZAO.
002600******************************************************************
002610 2500-POST-MOVEMENT.
002620     IF VMOV-DATE NOT = WS-LEDGER-DATE
002690         GO TO 2500-NEXT
002700     END-IF
002710     SUBTRACT VMOV-AMOUNT FROM WS-SALDO
002711     IF VMOV-FILIAL = SPACES
002712         MOVE "MTZ" TO WS-FILIAL-WK
002713     ELSE
002714         MOVE VMOV-FILIAL TO WS-FILIAL-WK
002715     END-IF
002716     PERFORM 5100-FIND-FILIAL THRU 5100-EXIT
002717     SUBTRACT VMOV-AMOUNT FROM WS-FS-SALDO(WS-FS-IDX)
002720     ADD 1 TO WS-MOV-COUNT
002730     MOVE VMOV-AMOUNT TO WS-VALOR-ED
002740     MOVE SPACES TO REPORT-LINE
002770             STRING "REMESSA AO BANCO (" VMOV-OPERATOR-ID
002780                    ")  R$-" WS-VALOR-ED
002790                 DELIMITED BY SIZE INTO REPORT-LINE
002791         WHEN VMOV-FUNDO-TROCO
002792             ADD VMOV-AMOUNT TO WS-TOTAL-FUNDOS
002793             STRING "FUNDO DE TROCO   (" VMOV-OPERATOR-ID
002794                    ")  R$-" WS-VALOR-ED
002795                 DELIMITED BY SIZE INTO REPORT-LINE
002796         WHEN VMOV-CAIXINHA
002797             ADD VMOV-AMOUNT TO WS-TOTAL-CAIXINHA
002798             STRING "FUNDO DA CAIXINHA (" VMOV-OPERATOR-ID
002799                    ") R$-" WS-VALOR-ED
002800                 DELIMITED BY SIZE INTO REPORT-LINE
002801     END-EVALUATE
002802     WRITE REPORT-LINE.
002803 2500-NEXT.
002804     PERFORM 8500-READ-MOVEMENT.
002805 2500-EXIT.
002806     EXIT.
002807
002808******************************************************************
002809*  2600-POST-TRANSFERS
002810*  LANCA AS TRANSFERENCIAS ENTRE FILIAIS (TRANSFER, GRAVADO PELO
002811*  COFREMOV) COM DATA DO DIA: O ENVIO SAI DO SALDO DA ORIGEM E A
002812*  CHEGADA ENTRA NO SALDO DO DESTINO PELO VALOR CONTADO LA, COM
002813*  A DIFERENCA CONTRA O ENVIADO EM LINHA PROPRIA. DE TODOS OS
002814*  EVENTOS ATE O DIA APURA O TOTAL EM TRANSITO (ENVIADO E AINDA
002815*  NAO CONFIRMADO), CARREGADO NO RAZAO FORA DO SALDO.
002816******************************************************************
002817 2600-POST-TRANSFERS.
002818     OPEN INPUT TRANSFER-FILE
002819     IF WS-TRF-FILE-STATUS NOT = "00"
002820         MOVE "Y" TO WS-TRF-EOF-SW
002821         GO TO 2600-EXIT
002822     END-IF
002823     PERFORM 2650-POST-ONE-TRANSFER THRU 2650-EXIT
002824         UNTIL WS-TRF-EOF
002825     CLOSE TRANSFER-FILE.
002826 2600-EXIT.
002827     EXIT.
002828
002829 2650-POST-ONE-TRANSFER.
002830     READ TRANSFER-FILE
002831         AT END
002832             MOVE "Y" TO WS-TRF-EOF-SW
002833             GO TO 2650-EXIT
002834     END-READ
002835     IF TRF-DATA > WS-LEDGER-DATE
002836         GO TO 2650-EXIT
002837     END-IF
002838     IF TRF-VALOR-ENVIADO NOT NUMERIC
002839         OR TRF-VALOR-RECEBIDO NOT NUMERIC
002840         OR NOT (TRF-ENVIADA OR TRF-RECEBIDA)
002841         IF TRF-DATA = WS-LEDGER-DATE
002842             MOVE "TRANSFERENCIA INVALIDA - IGNORADA"
002843                 TO REPORT-LINE
002844             WRITE REPORT-LINE
002845         END-IF
002846         GO TO 2650-EXIT
002847     END-IF
002848     IF TRF-ENVIADA
002849         ADD TRF-VALOR-ENVIADO TO WS-EM-TRANSITO
002850     ELSE
002851         SUBTRACT TRF-VALOR-ENVIADO FROM WS-EM-TRANSITO
002852     END-IF
002853     IF TRF-DATA NOT = WS-LEDGER-DATE
002854         GO TO 2650-EXIT
002855     END-IF
002856     ADD 1 TO WS-TRANSF-COUNT
002857     MOVE SPACES TO REPORT-LINE
002858     IF TRF-ENVIADA
002859         IF TRF-ORIGEM = SPACES
002860             MOVE "MTZ" TO WS-FILIAL-WK
002861         ELSE
002862             MOVE TRF-ORIGEM TO WS-FILIAL-WK
002863         END-IF
002864         PERFORM 5100-FIND-FILIAL THRU 5100-EXIT
002865         SUBTRACT TRF-VALOR-ENVIADO FROM WS-FS-SALDO(WS-FS-IDX)
002866         SUBTRACT TRF-VALOR-ENVIADO FROM WS-SALDO
002867         ADD TRF-VALOR-ENVIADO TO WS-TOTAL-TRANSF-ENV
002868         MOVE TRF-VALOR-ENVIADO TO WS-VALOR-ED
002869         STRING "TRANSF " TRF-NUMERO " " WS-FILIAL-WK ">"
002870                TRF-DESTINO " ENVIADA    R$-" WS-VALOR-ED
002871             DELIMITED BY SIZE INTO REPORT-LINE
002872         WRITE REPORT-LINE
002873         GO TO 2650-EXIT
002874     END-IF
002875     IF TRF-DESTINO = SPACES
002876         MOVE "MTZ" TO WS-FILIAL-WK
002877     ELSE
002878         MOVE TRF-DESTINO TO WS-FILIAL-WK
002879     END-IF
002880     PERFORM 5100-FIND-FILIAL THRU 5100-EXIT
002881     ADD TRF-VALOR-RECEBIDO TO WS-FS-SALDO(WS-FS-IDX)
002882     ADD TRF-VALOR-RECEBIDO TO WS-SALDO
002883     ADD TRF-VALOR-RECEBIDO TO WS-TOTAL-TRANSF-REC
002884     MOVE TRF-VALOR-RECEBIDO TO WS-VALOR-ED
002885     STRING "TRANSF " TRF-NUMERO " " TRF-ORIGEM ">"
002886            WS-FILIAL-WK " RECEBIDA    R$" WS-VALOR-ED
002887         DELIMITED BY SIZE INTO REPORT-LINE
002888     WRITE REPORT-LINE
002889     IF TRF-VALOR-RECEBIDO NOT = TRF-VALOR-ENVIADO
002890         COMPUTE WS-TRANSF-DIF =
002891             TRF-VALOR-RECEBIDO - TRF-VALOR-ENVIADO
002892         ADD WS-TRANSF-DIF TO WS-TOTAL-TRANSF-DIF
002893         MOVE WS-TRANSF-DIF TO WS-VALOR-ED
002894         MOVE SPACES TO REPORT-LINE
002895         STRING "  DIFERENCA NA CHEGADA       R$" WS-VALOR-ED
002896             DELIMITED BY SIZE INTO REPORT-LINE
002897         WRITE REPORT-LINE
002898     END-IF.
002899 2650-EXIT.
002900     EXIT.
002901
002902******************************************************************
002937 2750-EXIT.
002938     EXIT.
002939
002941******************************************************************
002943*  3000-FINALIZE
002945*  GRAVA OS TOTAIS E O SALDO FINAL NO RAZAO, REGRAVA O SALDO
002950*  CORRENTE DO COFRE E REGISTRA A APURACAO NA AUDITORIA.
002960******************************************************************
002970 3000-FINALIZE.
003153     STRING "FUNDO DA CAIXINHA SACADO     R$" WS-VALOR-ED
003154         DELIMITED BY SIZE INTO REPORT-LINE
003155     WRITE REPORT-LINE
003156     MOVE WS-TOTAL-ENTREGAS TO WS-VALOR-ED
003157     MOVE SPACES TO REPORT-LINE
003158     STRING "TROCO RECEBIDO DO BANCO      R$" WS-VALOR-ED
003159         DELIMITED BY SIZE INTO REPORT-LINE
003160     WRITE REPORT-LINE
003161     MOVE WS-TOTAL-TRANSF-ENV TO WS-VALOR-ED
003162     MOVE SPACES TO REPORT-LINE
003163     STRING "TRANSFERENCIAS ENVIADAS      R$" WS-VALOR-ED
003164         DELIMITED BY SIZE INTO REPORT-LINE
003165     WRITE REPORT-LINE
003166     MOVE WS-TOTAL-TRANSF-REC TO WS-VALOR-ED
003167     MOVE SPACES TO REPORT-LINE
003168     STRING "TRANSFERENCIAS RECEBIDAS     R$" WS-VALOR-ED
003169         DELIMITED BY SIZE INTO REPORT-LINE
003170     WRITE REPORT-LINE
003171     IF WS-TOTAL-TRANSF-DIF NOT = ZERO
003172         MOVE WS-TOTAL-TRANSF-DIF TO WS-VALOR-ED
003173         MOVE SPACES TO REPORT-LINE
003174         STRING "DIFERENCA NAS TRANSFERENCIAS R$" WS-VALOR-ED
003175             DELIMITED BY SIZE INTO REPORT-LINE
003176         WRITE REPORT-LINE
003177     END-IF
003178     MOVE WS-SALDO TO WS-VALOR-ED
003179     MOVE SPACES TO REPORT-LINE
003180     STRING "SALDO FINAL DO COFRE         R$" WS-VALOR-ED
003190         DELIMITED BY SIZE INTO REPORT-LINE
003191     WRITE REPORT-LINE
003192     PERFORM 3300-PRINT-ONE-FILIAL THRU 3300-EXIT
003193         VARYING WS-FS-IDX FROM 1 BY 1
003194         UNTIL WS-FS-IDX > WS-FILIAL-COUNT
003195     MOVE WS-EM-TRANSITO TO WS-VALOR-ED
003196     MOVE SPACES TO REPORT-LINE
003197     STRING "EM TRANSITO ENTRE FILIAIS    R$" WS-VALOR-ED
003198         DELIMITED BY SIZE INTO REPORT-LINE
003200     WRITE REPORT-LINE
003205     PERFORM 3500-PRINT-STOCK-SHEET THRU 3500-EXIT
003210     PERFORM 7500-REWRITE-BALANCE
003215     PERFORM 7600-REWRITE-INVENTORY
003220     PERFORM 7000-WRITE-AUDIT
003230     IF WS-TVARH-FILE-STATUS NOT = "35"
003240         CLOSE TELLER-VARIANCE-FILE
003280     END-IF
003290     CLOSE VAULT-REPORT-FILE
003300     CLOSE AUDIT-LOG-FILE.
003301
003302******************************************************************
003303*  3300-PRINT-ONE-FILIAL
003304*  LINHA DO SALDO DE UMA FILIAL NO RAZAO: ANTERIOR E FINAL.
003305******************************************************************
003306 3300-PRINT-ONE-FILIAL.
003307     MOVE SPACES TO REPORT-LINE
003308     STRING "  FILIAL " WS-FS-FILIAL(WS-FS-IDX)
003309            "  ANTERIOR R$" DELIMITED BY SIZE INTO REPORT-LINE
003310     MOVE WS-FS-ANTERIOR(WS-FS-IDX) TO WS-VALOR-ED
003311     MOVE WS-VALOR-ED TO REPORT-LINE(27:11)
003312     MOVE "  FINAL R$" TO REPORT-LINE(38:10)
003313     MOVE WS-FS-SALDO(WS-FS-IDX) TO WS-VALOR-ED
003314     MOVE WS-VALOR-ED TO REPORT-LINE(48:11)
003315     WRITE REPORT-LINE.
003316 3300-EXIT.
003317     EXIT.
003318
003320******************************************************************
003330*  7500-REWRITE-BALANCE
003340*  REGRAVA O SALDO CORRENTE DO COFRE, UM REGISTRO POR FILIAL,
003350*  SUBSTITUINDO OS ANTERIORES (MESMO PADRAO DO PONTO DE CONTROLE
003355*  DO LER100).
003360******************************************************************
003370 7500-REWRITE-BALANCE.
003410     OPEN OUTPUT VAULT-BALANCE-FILE
003415     PERFORM 7550-WRITE-ONE-BALANCE THRU 7550-EXIT
003420         VARYING WS-FS-IDX FROM 1 BY 1
003425         UNTIL WS-FS-IDX > WS-FILIAL-COUNT
003430     CLOSE VAULT-BALANCE-FILE.
003431
003432 7550-WRITE-ONE-BALANCE.
003433     MOVE SPACES                  TO VAULT-BALANCE-RECORD
003434     MOVE WS-FS-SALDO(WS-FS-IDX)  TO VBAL-BALANCE
003435     MOVE WS-LEDGER-DATE          TO VBAL-LAST-DATE
003436     MOVE WS-FS-FILIAL(WS-FS-IDX) TO VBAL-FILIAL
003437     WRITE VAULT-BALANCE-RECORD.
003438 7550-EXIT.
003439     EXIT.
003440
003450******************************************************************
003460*  7000-WRITE-AUDIT
003570     STRING "SALDO=" WS-VALOR-ED
003580            " DEPOSITOS=" WS-DEPOSIT-COUNT
003590            " MOVIMENTOS=" WS-MOV-COUNT
003595            " ESTOQUE=" WS-ESTOQUE-RESULT
003600         DELIMITED BY SIZE INTO AUDIT-DETAIL
003610     CALL "AUDITWR" USING AUDIT-RECORD.
003620
003790         AT END
003800             MOVE "Y" TO WS-VMOV-EOF-SW
003810     END-READ.
003820
003830******************************************************************
003840*  1200-LOAD-DENOMTAB
003850*  CARREGA O DENOMTAB NA TABELA DO ESTOQUE. VALE, POR CODIGO, A
003860*  VERSAO DE MAIOR VIGENCIA QUE NAO PASSA DO DIA APURADO;
003870*  VIGENCIA EM BRANCO (CADASTRO ANTIGO) VALE DESDE SEMPRE.
003880******************************************************************
003890 1200-LOAD-DENOMTAB.
003900     OPEN INPUT DENOMINATION-FILE
003910     IF WS-DENOM-FILE-STATUS NOT = "00"
003920         MOVE "Y" TO WS-DENOM-EOF-SW
003930     ELSE
003940         PERFORM 1250-LOAD-DENOM-ENTRY THRU 1250-EXIT
003950             UNTIL WS-DENOM-EOF
003960         CLOSE DENOMINATION-FILE
003970     END-IF.
003980
003990 1250-LOAD-DENOM-ENTRY.
004000     READ DENOMINATION-FILE
004010         AT END
004020             MOVE "Y" TO WS-DENOM-EOF-SW
004030             GO TO 1250-EXIT
004040     END-READ
004050     IF DENOM-VIGENCIA NUMERIC
004060         MOVE DENOM-VIGENCIA TO WS-DN-VIG-WK
004070     ELSE
004080         MOVE "00000000" TO WS-DN-VIG-WK
004090     END-IF
004100     IF WS-DN-VIG-WK > WS-LEDGER-DATE
004110         GO TO 1250-EXIT
004120     END-IF
004130     MOVE DENOM-CODE TO WS-IV-CODE-WK
004140     PERFORM 5000-FIND-DENOM THRU 5000-EXIT
004150     IF WS-IV-POS = ZERO
004160         GO TO 1250-EXIT
004170     END-IF
004180     IF WS-DN-VIG-WK >= WS-IV-VIG(WS-IV-IDX)
004190         MOVE DENOM-DESC   TO WS-IV-DESC(WS-IV-IDX)
004200         MOVE DENOM-VALOR  TO WS-IV-VALOR(WS-IV-IDX)
004210         MOVE WS-DN-VIG-WK TO WS-IV-VIG(WS-IV-IDX)
004220     END-IF.
004230 1250-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*  1400-LOAD-INVENTORY
004280*  CARREGA O ESTOQUE POR DENOMINACAO DA ULTIMA APURACAO
004290*  (VAULTINV). SEM O ARQUIVO, O ESTOQUE COMECA ZERADO E A FOLHA
004300*  AVISA QUE FALTA A CONTAGEM FISICA INICIAL DO COFRE.
004310******************************************************************
004320 1400-LOAD-INVENTORY.
004330     OPEN INPUT VAULT-INVENTORY-FILE
004340     IF WS-VINV-FILE-STATUS NOT = "00"
004350         MOVE "Y" TO WS-VINV-EOF-SW
004360     ELSE
004370         MOVE "Y" TO WS-INV-ANTERIOR-SW
004380         PERFORM 1450-LOAD-INV-ENTRY THRU 1450-EXIT
004390             UNTIL WS-VINV-EOF
004400         CLOSE VAULT-INVENTORY-FILE
004410     END-IF.
004420
004430 1450-LOAD-INV-ENTRY.
004440     READ VAULT-INVENTORY-FILE
004450         AT END
004460             MOVE "Y" TO WS-VINV-EOF-SW
004470             GO TO 1450-EXIT
004480     END-READ
004490     IF VINV-DENOM-CODE = SPACES OR VINV-QTY NOT NUMERIC
004500         GO TO 1450-EXIT
004510     END-IF
004520     MOVE VINV-DENOM-CODE TO WS-IV-CODE-WK
004530     PERFORM 5000-FIND-DENOM THRU 5000-EXIT
004540     IF WS-IV-POS > ZERO
004550         ADD VINV-QTY TO WS-IV-ANTERIOR(WS-IV-IDX)
004560     END-IF.
004570 1450-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610*  2800-POST-COUNTS
004620*  LANCA NO ESTOQUE AS CONTAGENS DO DIA (CASHCNT): O FECHAMENTO
004630*  ("F") DOS CAIXAS LANCADOS COMO DEPOSITO ENTRA NO COFRE E A
004640*  ABERTURA ("A") SAI DELE COMO FUNDO DE TROCO. SANGRIA E
004650*  RECONTAGEM CEGA NAO MOVEM O COFRE.
004660******************************************************************
004670 2800-POST-COUNTS.
004680     OPEN INPUT CASH-COUNT-FILE
004690     IF WS-CASH-FILE-STATUS NOT = "00"
004700         MOVE "Y" TO WS-CASH-EOF-SW
004710         GO TO 2800-EXIT
004720     END-IF
004730     PERFORM 2850-POST-ONE-COUNT THRU 2850-EXIT
004740         UNTIL WS-CASH-EOF
004750     CLOSE CASH-COUNT-FILE.
004760 2800-EXIT.
004770     EXIT.
004780
004790 2850-POST-ONE-COUNT.
004800     READ CASH-COUNT-FILE
004810         AT END
004820             MOVE "Y" TO WS-CASH-EOF-SW
004830             GO TO 2850-EXIT
004840     END-READ
004850     IF NOT TILL-FECHAMENTO AND NOT TILL-ABERTURA
004860         GO TO 2850-EXIT
004870     END-IF
004880     IF TILL-FECHAMENTO
004890         MOVE "N" TO WS-DP-FOUND-SW
004900         PERFORM 2880-MATCH-TELLER THRU 2880-EXIT
004910             VARYING WS-DP-IDX FROM 1 BY 1
004920             UNTIL WS-DP-IDX > WS-DEP-TELLERS OR WS-DP-FOUND
004930         IF NOT WS-DP-FOUND
004940             GO TO 2850-EXIT
004950         END-IF
004960     END-IF
004970     PERFORM 2870-POST-PAIR THRU 2870-EXIT
004980         VARYING WS-PAIR-SUB FROM 1 BY 1
004990         UNTIL WS-PAIR-SUB > 12.
005000 2850-EXIT.
005010     EXIT.
005020
005030 2870-POST-PAIR.
005040     SET TILL-PAIR-IDX TO WS-PAIR-SUB
005050     IF TILL-DENOM-CODE(TILL-PAIR-IDX) = SPACES
005060         OR TILL-DENOM-QTY(TILL-PAIR-IDX) NOT NUMERIC
005070         GO TO 2870-EXIT
005080     END-IF
005090     MOVE TILL-DENOM-CODE(TILL-PAIR-IDX) TO WS-IV-CODE-WK
005100     PERFORM 5000-FIND-DENOM THRU 5000-EXIT
005110     IF WS-IV-POS = ZERO
005120         GO TO 2870-EXIT
005130     END-IF
005140     IF TILL-ABERTURA
005150         ADD TILL-DENOM-QTY(TILL-PAIR-IDX)
005160             TO WS-IV-FUNDOS(WS-IV-IDX)
005170     ELSE
005180         ADD TILL-DENOM-QTY(TILL-PAIR-IDX)
005190             TO WS-IV-FECHO(WS-IV-IDX)
005200     END-IF.
005210 2870-EXIT.
005220     EXIT.
005230
005240 2880-MATCH-TELLER.
005250     IF WS-DP-TELLER(WS-DP-IDX) = TILL-TELLER-ID
005260         MOVE "Y" TO WS-DP-FOUND-SW
005270     END-IF.
005280 2880-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320*  2900-POST-DENOM-MOVES
005330*  LANCA NO ESTOQUE OS MOVIMENTOS POR DENOMINACAO DO DIA
005340*  (VAULTDMV): PACOTES DO MALOTE (DEPOSITO) E SAQUE DA CAIXINHA
005350*  SAEM, TROCO ENTREGUE PELO BANCO ENTRA - ESTE TAMBEM NO SALDO,
005360*  COM LINHA NO RAZAO.
005370******************************************************************
005380 2900-POST-DENOM-MOVES.
005390     OPEN INPUT VAULT-DENOM-MOVE-FILE
005400     IF WS-VDMV-FILE-STATUS NOT = "00"
005410         MOVE "Y" TO WS-VDMV-EOF-SW
005420         GO TO 2900-EXIT
005430     END-IF
005440     PERFORM 2950-POST-ONE-DENOM-MOVE THRU 2950-EXIT
005450         UNTIL WS-VDMV-EOF
005460     CLOSE VAULT-DENOM-MOVE-FILE.
005470 2900-EXIT.
005480     EXIT.
005490
005500 2950-POST-ONE-DENOM-MOVE.
005510     READ VAULT-DENOM-MOVE-FILE
005520         AT END
005530             MOVE "Y" TO WS-VDMV-EOF-SW
005540             GO TO 2950-EXIT
005550     END-READ
005560     IF VDMV-DATE NOT = WS-LEDGER-DATE
005570         GO TO 2950-EXIT
005580     END-IF
005590     IF VDMV-QTY NOT NUMERIC OR VDMV-VALOR NOT NUMERIC
005600         OR NOT (VDMV-PACOTE-DEPOSITO OR VDMV-ENTREGA-BANCO
005610                 OR VDMV-SAQUE-CAIXINHA)
005620         MOVE "MOVIMENTO POR DENOMINACAO INVALIDO - IGNORADO"
005630             TO REPORT-LINE
005640         WRITE REPORT-LINE
005650         GO TO 2950-EXIT
005660     END-IF
005670     MOVE VDMV-DENOM-CODE TO WS-IV-CODE-WK
005680     PERFORM 5000-FIND-DENOM THRU 5000-EXIT
005690     IF WS-IV-POS = ZERO
005700         GO TO 2950-EXIT
005710     END-IF
005720     EVALUATE TRUE
005730         WHEN VDMV-PACOTE-DEPOSITO
005740             ADD VDMV-QTY TO WS-IV-MALOTE(WS-IV-IDX)
005750         WHEN VDMV-SAQUE-CAIXINHA
005760             ADD VDMV-QTY TO WS-IV-CAIXINHA(WS-IV-IDX)
005770         WHEN VDMV-ENTREGA-BANCO
005780             ADD VDMV-QTY TO WS-IV-BANCO(WS-IV-IDX)
005790             ADD VDMV-VALOR TO WS-SALDO
005792*            O TROCO DO BANCO E ENTREGUE NA MATRIZ.
005794             MOVE "MTZ" TO WS-FILIAL-WK
005796             PERFORM 5100-FIND-FILIAL THRU 5100-EXIT
005798             ADD VDMV-VALOR TO WS-FS-SALDO(WS-FS-IDX)
005800             ADD VDMV-VALOR TO WS-TOTAL-ENTREGAS
005810             ADD 1 TO WS-ENTREGA-COUNT
005820             MOVE VDMV-VALOR TO WS-VALOR-ED
005830             MOVE SPACES TO REPORT-LINE
005840             STRING "TROCO DO BANCO " VDMV-DENOM-CODE
005850                    " (" VDMV-OPERATOR-ID ")  R$" WS-VALOR-ED
005860                 DELIMITED BY SIZE INTO REPORT-LINE
005870             WRITE REPORT-LINE
005880     END-EVALUATE.
005890 2950-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930*  3500-PRINT-STOCK-SHEET
005940*  FOLHA DE ESTOQUE DO COFRE (ESTOQRPT): POR DENOMINACAO, O
005950*  ESTOQUE ANTERIOR, OS MOVIMENTOS DO DIA POR ORIGEM, O ESTOQUE
005960*  FINAL E O VALOR. O ESTOQUE VALORIZADO TEM QUE DAR O SALDO DO
005970*  COFRE; SE NAO DER, A DIFERENCA SAI NA FOLHA E O PROGRAMA
005980*  TERMINA COM CODIGO 4.
005990******************************************************************
006000 3500-PRINT-STOCK-SHEET.
006010     OPEN OUTPUT VAULT-STOCK-FILE
006020     MOVE WS-RUN-STAMP-DISP TO STOCK-LINE
006030     WRITE STOCK-LINE
006040     MOVE SPACES TO STOCK-LINE
006050     STRING "FOLHA DE ESTOQUE DO COFRE - DIA " WS-LEDGER-DATE
006060         DELIMITED BY SIZE INTO STOCK-LINE
006070     WRITE STOCK-LINE
006080     IF NOT WS-INV-ANTERIOR
006090         MOVE "SEM ESTOQUE ANTERIOR (VAULTINV) - FALTA A CONTAGEM"
006100             TO STOCK-LINE
006110         WRITE STOCK-LINE
006120         MOVE "FISICA INICIAL DO COFRE" TO STOCK-LINE
006130         WRITE STOCK-LINE
006140     END-IF
006150     MOVE SPACES TO STOCK-LINE
006160     WRITE STOCK-LINE
006170     MOVE "COD   ANTER   FECHO  FUNDOS  MALOTE" TO STOCK-LINE
006180     MOVE "   BANCO  CXINHA ESTOQUE       VALOR"
006190         TO STOCK-LINE(36:36)
006200     WRITE STOCK-LINE
006210     PERFORM 3550-PRINT-ONE-DENOM THRU 3550-EXIT
006220         VARYING WS-IV-IDX FROM 1 BY 1
006230         UNTIL WS-IV-IDX > WS-INV-COUNT
006240     MOVE SPACES TO STOCK-LINE
006250     WRITE STOCK-LINE
006260     MOVE WS-VALOR-ESTOQUE TO WS-VALOR-ED
006270     MOVE SPACES TO STOCK-LINE
006280     STRING "ESTOQUE VALORIZADO           R$" WS-VALOR-ED
006290         DELIMITED BY SIZE INTO STOCK-LINE
006300     WRITE STOCK-LINE
006310     MOVE WS-SALDO TO WS-VALOR-ED
006320     MOVE SPACES TO STOCK-LINE
006330     STRING "SALDO FINAL DO COFRE         R$" WS-VALOR-ED
006340         DELIMITED BY SIZE INTO STOCK-LINE
006350     WRITE STOCK-LINE
006351*    O DINHEIRO EM TRANSITO ENTRE FILIAIS SAIU DE UM COFRE E NAO
006352*    CHEGOU AO OUTRO, MAS CONTINUA NO ESTOQUE DA EMPRESA.
006353     MOVE WS-EM-TRANSITO TO WS-VALOR-ED
006354     MOVE SPACES TO STOCK-LINE
006355     STRING "EM TRANSITO ENTRE FILIAIS    R$" WS-VALOR-ED
006356         DELIMITED BY SIZE INTO STOCK-LINE
006357     WRITE STOCK-LINE
006360     COMPUTE WS-DIF-ESTOQUE =
006365         WS-VALOR-ESTOQUE - WS-SALDO - WS-EM-TRANSITO
006370     IF WS-DIF-ESTOQUE = ZERO
006380         MOVE "ESTOQUE CONFERE COM O SALDO DO COFRE" TO STOCK-LINE
006390         WRITE STOCK-LINE
006400     ELSE
006410         MOVE "DIF" TO WS-ESTOQUE-RESULT
006420         MOVE WS-DIF-ESTOQUE TO WS-VALOR-ED
006430         MOVE SPACES TO STOCK-LINE
006440         STRING "*** ESTOQUE NAO BATE COM O SALDO - DIFERENCA R$"
006450                WS-VALOR-ED
006460             DELIMITED BY SIZE INTO STOCK-LINE
006470         WRITE STOCK-LINE
006480         DISPLAY "ESTOQUE DO COFRE NAO BATE COM O SALDO - VER"
006490                 " ESTOQRPT"
006500         MOVE 4 TO RETURN-CODE
006510     END-IF
006520     CLOSE VAULT-STOCK-FILE.
006530 3500-EXIT.
006540     EXIT.
006550
006560 3550-PRINT-ONE-DENOM.
006570     COMPUTE WS-IV-ESTOQUE(WS-IV-IDX) =
006580         WS-IV-ANTERIOR(WS-IV-IDX)
006590         + WS-IV-FECHO(WS-IV-IDX) - WS-IV-FUNDOS(WS-IV-IDX)
006600         - WS-IV-MALOTE(WS-IV-IDX) + WS-IV-BANCO(WS-IV-IDX)
006610         - WS-IV-CAIXINHA(WS-IV-IDX)
006620     COMPUTE WS-VALOR-LINHA =
006630         WS-IV-ESTOQUE(WS-IV-IDX) * WS-IV-VALOR(WS-IV-IDX)
006640     ADD WS-VALOR-LINHA TO WS-VALOR-ESTOQUE
006650*    DENOMINACAO SEM ESTOQUE E SEM MOVIMENTO NAO OCUPA LINHA.
006660     IF WS-IV-ANTERIOR(WS-IV-IDX) = ZERO
006670         AND WS-IV-ESTOQUE(WS-IV-IDX) = ZERO
006680         AND WS-IV-FECHO(WS-IV-IDX) = ZERO
006690         AND WS-IV-FUNDOS(WS-IV-IDX) = ZERO
006700         AND WS-IV-MALOTE(WS-IV-IDX) = ZERO
006710         AND WS-IV-BANCO(WS-IV-IDX) = ZERO
006720         AND WS-IV-CAIXINHA(WS-IV-IDX) = ZERO
006730         GO TO 3550-EXIT
006740     END-IF
006750     MOVE SPACES TO STOCK-LINE
006760     MOVE WS-IV-CODE(WS-IV-IDX) TO STOCK-LINE(1:3)
006770     MOVE WS-IV-ANTERIOR(WS-IV-IDX) TO WS-QTD-ED
006780     MOVE WS-QTD-ED TO STOCK-LINE(5:7)
006790     MOVE WS-IV-FECHO(WS-IV-IDX) TO WS-QTD-ED
006800     MOVE WS-QTD-ED TO STOCK-LINE(13:7)
006810     MOVE WS-IV-FUNDOS(WS-IV-IDX) TO WS-QTD-ED
006820     MOVE WS-QTD-ED TO STOCK-LINE(21:7)
006830     MOVE WS-IV-MALOTE(WS-IV-IDX) TO WS-QTD-ED
006840     MOVE WS-QTD-ED TO STOCK-LINE(29:7)
006850     MOVE WS-IV-BANCO(WS-IV-IDX) TO WS-QTD-ED
006860     MOVE WS-QTD-ED TO STOCK-LINE(37:7)
006870     MOVE WS-IV-CAIXINHA(WS-IV-IDX) TO WS-QTD-ED
006880     MOVE WS-QTD-ED TO STOCK-LINE(45:7)
006890     MOVE WS-IV-ESTOQUE(WS-IV-IDX) TO WS-QTD-ED
006900     MOVE WS-QTD-ED TO STOCK-LINE(53:7)
006910     MOVE WS-VALOR-LINHA TO WS-VALOR-ED
006920     MOVE WS-VALOR-ED TO STOCK-LINE(61:11)
006930     IF WS-IV-ESTOQUE(WS-IV-IDX) < ZERO
006940         MOVE "NEGATIVO" TO STOCK-LINE(73:8)
006950     END-IF
006960     WRITE STOCK-LINE.
006970 3550-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010*  5000-FIND-DENOM
007020*  ACHA NA TABELA DO ESTOQUE O CODIGO EM WS-IV-CODE-WK E DEIXA
007030*  WS-IV-IDX NELE (WS-IV-POS > ZERO). CODIGO NOVO GANHA ENTRADA
007040*  ZERADA - O QUE NAO ESTA NO DENOMTAB APARECE NA FOLHA SEM
007050*  VALOR. TABELA CHEIA DEVOLVE WS-IV-POS ZERO.
007060******************************************************************
007070 5000-FIND-DENOM.
007080     MOVE ZERO TO WS-IV-POS
007090     PERFORM 5050-MATCH-DENOM THRU 5050-EXIT
007100         VARYING WS-IV-SCAN FROM 1 BY 1
007110         UNTIL WS-IV-SCAN > WS-INV-COUNT
007120             OR WS-IV-POS > ZERO
007130     IF WS-IV-POS = ZERO AND WS-INV-COUNT < 30
007140         ADD 1 TO WS-INV-COUNT
007150         MOVE WS-INV-COUNT TO WS-IV-POS
007160         SET WS-IV-IDX TO WS-IV-POS
007170         MOVE WS-IV-CODE-WK      TO WS-IV-CODE(WS-IV-IDX)
007180         MOVE "FORA DO DENOMTAB" TO WS-IV-DESC(WS-IV-IDX)
007190         MOVE ZERO   TO WS-IV-VALOR(WS-IV-IDX)
007200         MOVE SPACES TO WS-IV-VIG(WS-IV-IDX)
007210         MOVE ZERO   TO WS-IV-ANTERIOR(WS-IV-IDX)
007220         MOVE ZERO   TO WS-IV-FECHO(WS-IV-IDX)
007230         MOVE ZERO   TO WS-IV-FUNDOS(WS-IV-IDX)
007240         MOVE ZERO   TO WS-IV-MALOTE(WS-IV-IDX)
007250         MOVE ZERO   TO WS-IV-BANCO(WS-IV-IDX)
007260         MOVE ZERO   TO WS-IV-CAIXINHA(WS-IV-IDX)
007270         MOVE ZERO   TO WS-IV-ESTOQUE(WS-IV-IDX)
007280     END-IF
007290     IF WS-IV-POS > ZERO
007300         SET WS-IV-IDX TO WS-IV-POS
007310     END-IF.
007320 5000-EXIT.
007330     EXIT.
007340
007350 5050-MATCH-DENOM.
007360     SET WS-IV-IDX TO WS-IV-SCAN
007370     IF WS-IV-CODE(WS-IV-IDX) = WS-IV-CODE-WK
007371         MOVE WS-IV-SCAN TO WS-IV-POS
007372     END-IF.
007373 5050-EXIT.
007374     EXIT.
007375
007376******************************************************************
007377*  5100-FIND-FILIAL
007378*  ACHA NA TABELA DE SALDOS A FILIAL EM WS-FILIAL-WK E DEIXA
007379*  WS-FS-IDX NELA; FILIAL NOVA GANHA ENTRADA ZERADA. TABELA
007380*  CHEIA LANCA NA MATRIZ (PRIMEIRA ENTRADA), COM AVISO.
007381******************************************************************
007382 5100-FIND-FILIAL.
007383     MOVE ZERO TO WS-FS-POS
007384     PERFORM 5150-MATCH-FILIAL THRU 5150-EXIT
007385         VARYING WS-FS-SCAN FROM 1 BY 1
007386         UNTIL WS-FS-SCAN > WS-FILIAL-COUNT
007387             OR WS-FS-POS > ZERO
007388     IF WS-FS-POS = ZERO
007389         IF WS-FILIAL-COUNT < 10
007390             ADD 1 TO WS-FILIAL-COUNT
007391             MOVE WS-FILIAL-COUNT TO WS-FS-POS
007392             SET WS-FS-IDX TO WS-FS-POS
007393             MOVE WS-FILIAL-WK TO WS-FS-FILIAL(WS-FS-IDX)
007394             MOVE ZERO TO WS-FS-ANTERIOR(WS-FS-IDX)
007395             MOVE ZERO TO WS-FS-SALDO(WS-FS-IDX)
007396         ELSE
007397             DISPLAY "FILIAL " WS-FILIAL-WK " ALEM DA TABELA (10)"
007398                     " - LANCADA NA MATRIZ"
007399             MOVE 1 TO WS-FS-POS
007400         END-IF
007401     END-IF
007402     SET WS-FS-IDX TO WS-FS-POS.
007403 5100-EXIT.
007404     EXIT.
007405
007406 5150-MATCH-FILIAL.
007407     SET WS-FS-IDX TO WS-FS-SCAN
007408     IF WS-FS-FILIAL(WS-FS-IDX) = WS-FILIAL-WK
007409         MOVE WS-FS-SCAN TO WS-FS-POS
007410     END-IF.
007413 5150-EXIT.
007416     EXIT.
007420
007430******************************************************************
007440*  7600-REWRITE-INVENTORY
007450*  REGRAVA O ESTOQUE POR DENOMINACAO (VAULTINV) COM O ESTOQUE
007460*  FINAL DO DIA, SUBSTITUINDO O ANTERIOR. CODIGO ZERADO NAO E
007470*  GRAVADO - AUSENTE NO ARQUIVO VALE ZERO.
007480******************************************************************
007490 7600-REWRITE-INVENTORY.
007500     OPEN OUTPUT VAULT-INVENTORY-FILE
007510     PERFORM 7650-WRITE-ONE-INV THRU 7650-EXIT
007520         VARYING WS-IV-IDX FROM 1 BY 1
007530         UNTIL WS-IV-IDX > WS-INV-COUNT
007540     CLOSE VAULT-INVENTORY-FILE.
007550
007560 7650-WRITE-ONE-INV.
007570     IF WS-IV-ESTOQUE(WS-IV-IDX) = ZERO
007580         GO TO 7650-EXIT
007590     END-IF
007600     MOVE SPACES                   TO VAULT-INVENTORY-RECORD
007610     MOVE WS-IV-CODE(WS-IV-IDX)    TO VINV-DENOM-CODE
007620     MOVE WS-IV-ESTOQUE(WS-IV-IDX) TO VINV-QTY
007630     MOVE WS-LEDGER-DATE           TO VINV-LAST-DATE
007640     WRITE VAULT-INVENTORY-RECORD.
007650 7650-EXIT.
007660     EXIT.
