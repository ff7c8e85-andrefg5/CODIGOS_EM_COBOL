000510*                   DE CONTROLE DO DIALOGO SEGUE IGUAL; AS
000520*                   SESSOES DO ARQUIVO SAO REEXECUTAVEIS DO
000530*                   INICIO (O EXTRATO E REGRAVADO INTEIRO).
000540*  2026-10-15 AFG   SESSAO TIPO "E" (ADIANTAMENTO SALARIAL DOS
000550*                   FUNCIONARIOS): CONCESSAO COM A TABELA PRICE
000560*                   COMPLETA (PARCELA, JUROS, AMORTIZACAO E
000570*                   SALDO) NO L100EXTR; DESCONTO DO MES, QUE
000580*                   ATUALIZA O SALDO DO CONTRATO NO EMPRSALD E
000590*                   MANDA A PARCELA PARA O DESCONTO EM FOLHA
000600*                   (FOLHDESC, ORIGEM E); E QUITACAO ANTECIPADA,
000610*                   TOTAL OU PARCIAL, QUE RECALCULA O SALDO E AS
000620*                   PARCELAS RESTANTES. TUDO NA TRILHA DE
000630*                   AUDITORIA. O RODAPE DO L100EXTR PASSA A LEVAR
000640*                   O CARIMBO DE EXECUCAO (ANTES SAIA VAZIO).
000650******************************************************************
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT CHECKPOINT-FILE ASSIGN TO "LER100CKP"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS  IS WS-CKPT-FILE-STATUS.
000720     SELECT SUMMARY-LOG-FILE ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS  IS WS-SUMMARY-FILE-STATUS.
000750     SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS  IS WS-ERROR-FILE-STATUS.
000780     SELECT STATEMENT-FILE ASSIGN TO "L100EXTR"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT SESSION-PARM-FILE ASSIGN TO "L100PARM"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS  IS WS-PARM-FILE-STATUS.
000830     SELECT LOAN-BALANCE-FILE ASSIGN TO "EMPRSALD"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS  IS WS-EMPR-FILE-STATUS.
000860     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS  IS WS-EMP-FILE-STATUS.
000890     SELECT FOLHA-DESCONTO-FILE ASSIGN TO "FOLHDESC"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS  IS WS-FDES-FILE-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  CHECKPOINT-FILE
000950     RECORDING MODE IS F.
000960     COPY CKPT100REC.
000970 FD  SUMMARY-LOG-FILE
000980     RECORDING MODE IS F.
000990     COPY AUDITREC.
001000 FD  ERROR-LOG-FILE
001010     RECORDING MODE IS F.
001020     COPY ERRORREC.
001030 FD  SESSION-PARM-FILE
001040     RECORDING MODE IS F.
001050     COPY L100PARMREC.
001060 FD  STATEMENT-FILE
001070     RECORDING MODE IS F.
001080 01  STATEMENT-LINE              PIC X(80).
001090 FD  LOAN-BALANCE-FILE
001100     RECORDING MODE IS F.
001110     COPY EMPRREC.
001120 FD  EMPLOYEE-MASTER-FILE
001130     RECORDING MODE IS F.
001140     COPY EMPMASTREC.
001150 FD  FOLHA-DESCONTO-FILE
001160     RECORDING MODE IS F.
001170     COPY FOLDESCREC.
001180 WORKING-STORAGE SECTION.
001190 01  N                           PIC 9(02).
001200 01  SOMA                        PIC 9(03)   VALUE ZERO.
001210 01  MUL                         PIC 9(18)   VALUE 1.
001220 01  WS-LIMITE                   PIC 9(03)   VALUE 100.
001230 01  WS-COUNT                    PIC 9(05)   VALUE ZERO.
001240 01  WS-CKPT-FILE-STATUS         PIC X(02)   VALUE "00".
001250 01  WS-SUMMARY-FILE-STATUS      PIC X(02)   VALUE "00".
001260 01  WS-ERROR-FILE-STATUS       PIC X(02)   VALUE "00".
001270 01  WS-RESUME-REPLY             PIC X(01).
001280 01  WS-RAW-LIMITE               PIC X(10).
001290 01  WS-RAW-N                    PIC X(10).
001300 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001310 01  WS-MSG-CODE-WK              PIC X(08).
001320 01  WS-MSG-TEXT-WK              PIC X(60).
001330 01  WS-OPERATOR-ID              PIC X(08).
001340 01  WS-OPERATOR-PIN             PIC X(04).
001350 01  WS-PARM-FILE-STATUS         PIC X(02)   VALUE "00".
001360 01  WS-SESSION-COUNT            PIC 9(03)   VALUE ZERO.
001370 01  WS-N-SUB                    PIC 9(02).
001380 01  WS-AUDIT-KEY-WK             PIC X(10).
001390 01  WS-SWITCHES.
001400     05  WS-RESUMED-SW           PIC X(01)   VALUE "N".
001410         88  WS-RESUMED                      VALUE "Y".
001420     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
001430         88  WS-PARM-EOF                     VALUE "Y".
001440     05  WS-BATCH-MODE-SW        PIC X(01)   VALUE "N".
001450         88  WS-BATCH-MODE                   VALUE "Y".
001460     05  WS-SESSION-DONE-SW      PIC X(01)   VALUE "N".
001470         88  WS-SESSION-DONE                 VALUE "Y".
001480     05  WS-LIMITE-VALID-SW      PIC X(01)   VALUE "N".
001490         88  WS-LIMITE-VALID                 VALUE "Y".
001500     05  WS-N-VALID-SW           PIC X(01)   VALUE "N".
001510         88  WS-N-VALID                      VALUE "Y".
001520     05  WS-MUL-OVERFLOW-SW      PIC X(01)   VALUE "N".
001530         88  WS-MUL-OVERFLOW                 VALUE "Y".
001540     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001550         88  WS-SIGNON-VALID                 VALUE "Y".
001560 01  WS-AUDIT-DETAIL.
001570     05  FILLER                  PIC X(06)   VALUE "QTDE=".
001580     05  WS-AUDIT-QTDE           PIC ZZZZ9.
001590     05  FILLER                  PIC X(08)   VALUE " SOMA=".
001600     05  WS-AUDIT-SOMA           PIC ZZ9.
001610     05  FILLER                  PIC X(07)   VALUE " MUL=".
001620     05  WS-AUDIT-MUL            PIC Z(17)9.
001630
001640
001650******************************************************************
001660*  SESSAO DE POUPANCA (TIPO "P"): SALDO, JUROS DO MES E A
001670*  INTERFACE DO ESCRITOR COMPARTILHADO PARA O EXTRATO.
001680******************************************************************
001690 01  WS-POUP-SALDO               PIC 9(09)V99.
001700 01  WS-POUP-JUROS               PIC 9(07)V99.
001710 01  WS-POUP-MES                 PIC 9(03).
001720 01  WS-POUP-OVF-SW              PIC X(01)   VALUE "N".
001730     88  WS-POUP-OVF                         VALUE "Y".
001740 01  WS-EXTR-ABERTO-SW           PIC X(01)   VALUE "N".
001750     88  WS-EXTR-ABERTO                      VALUE "Y".
001760 01  WS-SALDO-ED                 PIC ZZZZZZZZ9.99.
001770 01  WS-JUROS-ED                 PIC ZZZZZZ9.99.
001780 01  WS-RPT-ACTION               PIC X(01).
001790 01  WS-RPT-TITLE                PIC X(60).
001800 01  WS-RPT-COLHEAD              PIC X(80).
001810 01  WS-RPT-OUT-LINES.
001820     05  WS-RPT-OUT-LINE OCCURS 5 TIMES PIC X(80).
001830 01  WS-RPT-OUT-COUNT            PIC 9(01).
001840 01  WS-RPT-SUB                  PIC 9(01).
001850 01  WS-RUN-STAMP-DISP           PIC X(30).
001860 01  WS-STAMP-DATE               PIC X(08).
001870 01  WS-STAMP-TIME               PIC X(08).
001880
001890******************************************************************
001900*  SESSAO DE ADIANTAMENTO SALARIAL (TIPO "E"): CONTRATOS DO
001910*  EMPRSALD EM MEMORIA (REGRAVADOS NO FIM DAS SESSOES), O CALCULO
001920*  DA PARCELA PELA TABELA PRICE E AS LINHAS DA TABELA.
001930******************************************************************
001940 01  WS-EMPR-FILE-STATUS         PIC X(02)   VALUE "00".
001950 01  WS-EMP-FILE-STATUS          PIC X(02)   VALUE "00".
001960 01  WS-FDES-FILE-STATUS         PIC X(02)   VALUE "00".
001970 01  WS-EMPR-SWITCHES.
001980     05  WS-EMPR-CARREGADO-SW    PIC X(01)   VALUE "N".
001990         88  WS-EMPR-CARREGADO               VALUE "Y".
002000     05  WS-EMPR-EOF-SW          PIC X(01)   VALUE "N".
002010         88  WS-EMPR-EOF                     VALUE "Y".
002020     05  WS-EMP-EOF-SW           PIC X(01)   VALUE "N".
002030         88  WS-EMP-EOF                      VALUE "Y".
002040     05  WS-FDES-ABERTO-SW       PIC X(01)   VALUE "N".
002050         88  WS-FDES-ABERTO                  VALUE "Y".
002060     05  WS-EMPR-FOUND-SW        PIC X(01)   VALUE "N".
002070         88  WS-EMPR-FOUND                   VALUE "Y".
002080     05  WS-EMPR-OVF-SW          PIC X(01)   VALUE "N".
002090         88  WS-EMPR-OVF                     VALUE "Y".
002100 01  WS-EP-COUNT                 PIC 9(03)   VALUE ZERO.
002110 01  WS-EP-TABLE.
002120     05  WS-EP-ENTRY OCCURS 200 TIMES INDEXED BY WS-EP-IDX.
002130         10  WS-EP-MATRIC        PIC X(06).
002140         10  WS-EP-NOME          PIC X(20).
002150         10  WS-EP-DATA          PIC X(08).
002160         10  WS-EP-PRINCIPAL     PIC 9(07)V99.
002170         10  WS-EP-TAXA          PIC 9(02)V9(04).
002180         10  WS-EP-PARCELAS      PIC 9(03).
002190         10  WS-EP-PAGAS         PIC 9(03).
002200         10  WS-EP-VALOR-PARC    PIC 9(07)V99.
002210         10  WS-EP-SALDO         PIC 9(07)V99.
002220         10  WS-EP-ULT-MES       PIC X(06).
002230         10  WS-EP-SITUACAO      PIC X(01).
002240 01  WS-EP-SUB                   PIC 9(03).
002250 01  WS-EMPR-MES                 PIC X(06).
002260 01  WS-EMPR-HOJE                PIC X(08).
002270 01  WS-EMPR-NOME                PIC X(20).
002280*  PARCELA MAXIMA QUE CABE NO CAMPO DE VALOR DO FOLHDESC.
002290 77  WS-EMPR-MAX-PARC            PIC 9(05)V99 VALUE 99999.99.
002300*  CALCULO DA PARCELA: I = TAXA / 100, FATOR = (1 + I) ** N,
002310*  PARCELA = SALDO * I * FATOR / (FATOR - 1) - FEITO PASSO A
002320*  PASSO, COM GUARDA DE SIZE ERROR EM CADA CONTA.
002330 01  WS-EMPR-I                   PIC 9(01)V9(08).
002340 01  WS-EMPR-BASE                PIC 9(01)V9(08).
002350 01  WS-EMPR-FATOR               PIC 9(05)V9(10).
002360 01  WS-EMPR-NUM                 PIC 9(12)V9(10).
002370 01  WS-EMPR-DEN                 PIC 9(05)V9(10).
002380 01  WS-EMPR-N                   PIC 9(03).
002390 01  WS-EMPR-K                   PIC 9(03).
002400 01  WS-EMPR-PARC-CALC           PIC 9(07)V99.
002410 01  WS-EMPR-SALDO-SIM           PIC 9(07)V99.
002420 01  WS-EMPR-JUROS               PIC 9(07)V99.
002430 01  WS-EMPR-AMORT               PIC 9(07)V99.
002440 01  WS-EMPR-PARCELA             PIC 9(07)V99.
002450 01  WS-EMPR-PAGO                PIC 9(07)V99.
002460 01  WS-EMPR-DESC-COUNT          PIC 9(03)   VALUE ZERO.
002470 01  WS-EMPR-DESC-TOTAL          PIC 9(09)V99 VALUE ZERO.
002480 01  WS-EMPR-K-ED                PIC ZZ9.
002490 01  WS-EMPR-N-ED                PIC ZZ9.
002500 01  WS-EMPR-JUROS-ED            PIC ZZZZZZ9.99.
002510 01  WS-EMPR-AMORT-ED            PIC ZZZZZZ9.99.
002520 01  WS-EMPR-PARC-ED             PIC ZZZZZZ9.99.
002530 01  WS-EMPR-SALDO-ED            PIC ZZZZZZ9.99.
002540 01  WS-EMPR-TAXA-ED             PIC Z9.9999.
002550 01  WS-EMPR-DETAIL              PIC X(60).
002560 PROCEDURE DIVISION.
002570
002580 0000-MAINLINE.
002590     PERFORM 0400-SIGN-ON THRU 0400-EXIT
002600*    COM O ARQUIVO DE SESSOES PRESENTE, RODA SEM OPERADOR, UMA
002610*    SESSAO POR REGISTRO; SENAO SEGUE O DIALOGO DE SEMPRE.
002620     OPEN INPUT SESSION-PARM-FILE
002630     IF WS-PARM-FILE-STATUS = "00"
002640         MOVE "Y" TO WS-BATCH-MODE-SW
002650*        CARIMBO DO RODAPE DOS EXTRATOS E TABELAS DO L100EXTR.
002660         ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
002670         ACCEPT WS-STAMP-TIME FROM TIME
002680         MOVE SPACES TO WS-RUN-STAMP-DISP
002690         STRING "EXECUCAO " WS-STAMP-DATE " " WS-STAMP-TIME
002700             DELIMITED BY SIZE INTO WS-RUN-STAMP-DISP
002710         PERFORM 8200-READ-SESSION
002720         PERFORM 4000-RUN-ONE-SESSION THRU 4000-EXIT
002730             UNTIL WS-PARM-EOF
002740         CLOSE SESSION-PARM-FILE
002750         IF WS-EXTR-ABERTO
002760             CLOSE STATEMENT-FILE
002770         END-IF
002780         IF WS-FDES-ABERTO
002790             CLOSE FOLHA-DESCONTO-FILE
002800         END-IF
002810         IF WS-EMPR-CARREGADO
002820             PERFORM 8400-REWRITE-EMPRSALD
002830         END-IF
002840         DISPLAY "SESSOES PROCESSADAS: " WS-SESSION-COUNT
002850         STOP RUN
002860     END-IF
002870     PERFORM 1000-INITIALIZE
002880     PERFORM 2000-ACCUMULATE THRU 2000-EXIT
002890         UNTIL SOMA > WS-LIMITE
002900     PERFORM 3000-FINALIZE
002910     STOP RUN.
002920
002930******************************************************************
002940*  4000-RUN-ONE-SESSION
002950*  RODA UMA SESSAO DO ARQUIVO DE PARAMETROS: ZERA OS
002960*  ACUMULADORES, SOMA OS N DA LISTA (COM A GUARDA DE ESTOURO DE
002970*  MUL) ATE A SOMA PASSAR DO LIMITE OU A LISTA ACABAR, E GRAVA O
002980*  RESUMO DA SESSAO NA TRILHA DE AUDITORIA.
002990******************************************************************
003000 4000-RUN-ONE-SESSION.
003010*    SESSAO DE POUPANCA TEM MOTOR PROPRIO (EXTRATO MES A MES);
003020*    AS DEMAIS SEGUEM A SOMA DE SEMPRE.
003030     IF L100-TIPO-POUPANCA
003040         ADD 1 TO WS-SESSION-COUNT
003050         PERFORM 4500-RUN-POUPANCA THRU 4500-EXIT
003060         PERFORM 8200-READ-SESSION
003070         GO TO 4000-EXIT
003080     END-IF
003090*    ADIANTAMENTO SALARIAL TAMBEM TEM MOTOR PROPRIO.
003100     IF L100-TIPO-EMPRESTIMO
003110         ADD 1 TO WS-SESSION-COUNT
003120         PERFORM 4700-RUN-EMPRESTIMO THRU 4700-EXIT
003130         PERFORM 8200-READ-SESSION
003140         GO TO 4000-EXIT
003150     END-IF
003160     ADD 1 TO WS-SESSION-COUNT
003170     MOVE ZERO TO SOMA
003180     MOVE ZERO TO WS-COUNT
003190     MOVE 1    TO MUL
003200     MOVE "N"  TO WS-MUL-OVERFLOW-SW
003210     IF L100-LIMITE IS NUMERIC AND L100-LIMITE > ZERO
003220         MOVE L100-LIMITE TO WS-LIMITE
003230     ELSE
003240         MOVE 100 TO WS-LIMITE
003250     END-IF
003260     MOVE "N" TO WS-SESSION-DONE-SW
003270     PERFORM 4100-TAKE-ONE-N THRU 4100-EXIT
003280         VARYING WS-N-SUB FROM 1 BY 1
003290         UNTIL WS-N-SUB > 20 OR WS-SESSION-DONE
003300     MOVE SPACES TO WS-AUDIT-KEY-WK
003310     STRING "SESSAO" WS-SESSION-COUNT
003320         DELIMITED BY SIZE INTO WS-AUDIT-KEY-WK
003330     PERFORM 7500-WRITE-SUMMARY
003340     PERFORM 8200-READ-SESSION.
003350 4000-EXIT.
003360     EXIT.
003370
003380 4100-TAKE-ONE-N.
003390     IF L100-N(WS-N-SUB) = SPACES
003400         MOVE "Y" TO WS-SESSION-DONE-SW
003410         GO TO 4100-EXIT
003420     END-IF
003430     IF L100-N(WS-N-SUB) NOT NUMERIC
003440         GO TO 4100-EXIT
003450     END-IF
003460     MOVE L100-N(WS-N-SUB) TO N
003470     ADD N TO SOMA
003480     ADD 1 TO WS-COUNT
003490     PERFORM 2500-MULTIPLY-WITH-GUARD
003500     IF SOMA > WS-LIMITE
003510         MOVE "Y" TO WS-SESSION-DONE-SW
003520     END-IF.
003530 4100-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*  4500-RUN-POUPANCA
003580*  SESSAO DE POUPANCA: A PARTIR DO PRINCIPAL, APLICA A TAXA
003590*  MENSAL COMPOSTA POR PRAZO MESES, COM GUARDA DE SIZE ERROR (O
003600*  EXTRATO PARA NO MES DO ESTOURO COM AVISO), E GRAVA O EXTRATO
003610*  DO MEMBRO PELO ESCRITOR COMPARTILHADO (L100EXTR).
003620******************************************************************
003630 4500-RUN-POUPANCA.
003640     IF L100-POUP-PRINCIPAL NOT NUMERIC
003650        OR L100-POUP-TAXA NOT NUMERIC
003660        OR L100-POUP-PRAZO NOT NUMERIC
003670        DISPLAY "SESSAO DE POUPANCA INVALIDA - PULADA"
003680        GO TO 4500-EXIT
003690     END-IF
003700     IF NOT WS-EXTR-ABERTO
003710        OPEN OUTPUT STATEMENT-FILE
003720        MOVE "Y" TO WS-EXTR-ABERTO-SW
003730     END-IF
003740     MOVE L100-POUP-PRINCIPAL TO WS-POUP-SALDO
003750     MOVE "N" TO WS-POUP-OVF-SW
003760     MOVE SPACES TO WS-RPT-TITLE
003770     STRING "EXTRATO DE POUPANCA - MEMBRO " L100-POUP-MEMBRO
003780        DELIMITED BY SIZE INTO WS-RPT-TITLE
003790     MOVE "MES    JUROS DO MES    SALDO" TO WS-RPT-COLHEAD
003800     MOVE "I" TO WS-RPT-ACTION
003810     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
003820     PERFORM 4600-ONE-MONTH THRU 4600-EXIT
003830        VARYING WS-POUP-MES FROM 1 BY 1
003840        UNTIL WS-POUP-MES > L100-POUP-PRAZO
003850           OR WS-POUP-OVF
003860     MOVE WS-POUP-SALDO TO WS-SALDO-ED
003870     MOVE SPACES TO STATEMENT-LINE
003880     STRING "SALDO FINAL R$" WS-SALDO-ED
003890        DELIMITED BY SIZE INTO STATEMENT-LINE
003900     MOVE "D" TO WS-RPT-ACTION
003910     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
003920     MOVE "F" TO WS-RPT-ACTION
003930     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
003940     MOVE SPACES TO WS-AUDIT-KEY-WK
003950     STRING "POUP" WS-SESSION-COUNT
003960         DELIMITED BY SIZE INTO WS-AUDIT-KEY-WK
003970     PERFORM 7500-WRITE-SUMMARY.
003980 4500-EXIT.
003990     EXIT.
004000
004010 4600-ONE-MONTH.
004020     COMPUTE WS-POUP-JUROS ROUNDED =
004030         WS-POUP-SALDO * L100-POUP-TAXA / 100
004040         ON SIZE ERROR
004050             MOVE "Y" TO WS-POUP-OVF-SW
004060     END-COMPUTE
004070     IF WS-POUP-OVF
004080         MOVE "*** ESTOURO NO CALCULO - EXTRATO INTERROMPIDO"
004090             TO STATEMENT-LINE
004100        MOVE "D" TO WS-RPT-ACTION
004110        PERFORM 7750-CALL-WRITER THRU 7750-EXIT
004120        GO TO 4600-EXIT
004130     END-IF
004140     ADD WS-POUP-JUROS TO WS-POUP-SALDO
004150        ON SIZE ERROR
004160            MOVE "Y" TO WS-POUP-OVF-SW
004170     END-ADD
004180     MOVE WS-POUP-JUROS TO WS-JUROS-ED
004190     MOVE WS-POUP-SALDO TO WS-SALDO-ED
004200     MOVE SPACES TO STATEMENT-LINE
004210     STRING WS-POUP-MES "    R$" WS-JUROS-ED
004220           "    R$" WS-SALDO-ED
004230        DELIMITED BY SIZE INTO STATEMENT-LINE
004240     MOVE "D" TO WS-RPT-ACTION
004250     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
004260 4600-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*  4700-RUN-EMPRESTIMO
004310*  SESSAO DE ADIANTAMENTO SALARIAL. NA PRIMEIRA DELAS CARREGA OS
004320*  CONTRATOS DO EMPRSALD; A ACAO DO REGISTRO DIZ O QUE FAZER:
004330*    C - CONCESSAO: NOVO CONTRATO E A TABELA PRICE COMPLETA;
004340*    D - DESCONTO DO MES: UMA PARCELA DE CADA CONTRATO EM ABERTO
004350*        (OU SO DA MATRICULA INFORMADA) VAI PARA O FOLHDESC E
004360*        ABATE O SALDO - NUNCA DUAS VEZES NO MESMO MES;
004370*    Q - QUITACAO ANTECIPADA: O VALOR PAGO ABATE O SALDO (ZERO
004380*        QUITA TUDO, SEM OS JUROS DAS PARCELAS FUTURAS) E AS
004390*        PARCELAS RESTANTES SAO RECALCULADAS.
004400******************************************************************
004410 4700-RUN-EMPRESTIMO.
004420     IF NOT WS-EMPR-CARREGADO
004430         PERFORM 8300-LOAD-EMPRSALD
004440     END-IF
004450     ACCEPT WS-EMPR-HOJE FROM DATE YYYYMMDD
004460     IF NOT WS-EXTR-ABERTO
004470        OPEN OUTPUT STATEMENT-FILE
004480        MOVE "Y" TO WS-EXTR-ABERTO-SW
004490     END-IF
004500     MOVE SPACES TO WS-AUDIT-KEY-WK
004510     MOVE L100-EMPR-MATRIC TO WS-AUDIT-KEY-WK
004520     EVALUATE TRUE
004530         WHEN L100-EMPR-CONCESSAO
004540             PERFORM 4710-CONCESSAO THRU 4710-EXIT
004550         WHEN L100-EMPR-DESCONTO
004560             PERFORM 4720-DESCONTO-MES THRU 4720-EXIT
004570         WHEN L100-EMPR-QUITACAO
004580             PERFORM 4730-QUITACAO THRU 4730-EXIT
004590         WHEN OTHER
004600             DISPLAY "SESSAO DE ADIANTAMENTO COM ACAO INVALIDA ("
004610                     L100-EMPR-ACAO ") - PULADA"
004620     END-EVALUATE.
004630 4700-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670*  4710-CONCESSAO
004680*  CONFERE O FUNCIONARIO (ATIVO NO EMPMAST, SEM OUTRO CONTRATO EM
004690*  ABERTO), CALCULA A PARCELA, GRAVA A TABELA COMPLETA NO
004700*  L100EXTR E ABRE O CONTRATO NO EMPRSALD.
004710******************************************************************
004720 4710-CONCESSAO.
004730     IF L100-EMPR-VALOR NOT NUMERIC
004740        OR L100-EMPR-TAXA NOT NUMERIC
004750        OR L100-EMPR-PARCELAS NOT NUMERIC
004760        DISPLAY "CONCESSAO DE ADIANTAMENTO INVALIDA - PULADA"
004770        GO TO 4710-EXIT
004780     END-IF
004790     IF L100-EMPR-VALOR = ZERO OR L100-EMPR-PARCELAS = ZERO
004800        DISPLAY "CONCESSAO SEM PRINCIPAL OU SEM PARCELAS - PULADA"
004810        GO TO 4710-EXIT
004820     END-IF
004830     PERFORM 4780-FIND-EMPREGADO THRU 4780-EXIT
004840     IF NOT WS-EMPR-FOUND
004850        DISPLAY "MATRICULA " L100-EMPR-MATRIC
004860                " FORA DO EMPMAST OU DESLIGADA - PULADA"
004870        GO TO 4710-EXIT
004880     END-IF
004890     PERFORM 4790-FIND-CONTRATO THRU 4790-EXIT
004900     IF WS-EMPR-FOUND
004910        DISPLAY "MATRICULA " L100-EMPR-MATRIC
004920                " JA TEM ADIANTAMENTO EM ABERTO - PULADA"
004930        GO TO 4710-EXIT
004940     END-IF
004950     IF WS-EP-COUNT NOT < 200
004960        DISPLAY "TABELA DE CONTRATOS CHEIA - CONCESSAO PULADA"
004970        GO TO 4710-EXIT
004980     END-IF
004990     MOVE L100-EMPR-VALOR     TO WS-EMPR-SALDO-SIM
005000     MOVE L100-EMPR-TAXA      TO WS-EMPR-TAXA-ED
005010     COMPUTE WS-EMPR-I = L100-EMPR-TAXA / 100
005020     MOVE L100-EMPR-PARCELAS  TO WS-EMPR-N
005030     PERFORM 4750-CALC-PARCELA THRU 4750-EXIT
005040     IF WS-EMPR-OVF OR WS-EMPR-PARC-CALC > WS-EMPR-MAX-PARC
005050        DISPLAY "PARCELA DO ADIANTAMENTO FORA DO LIMITE - PULADA"
005060        GO TO 4710-EXIT
005070     END-IF
005080     ADD 1 TO WS-EP-COUNT
005090     SET WS-EP-IDX TO WS-EP-COUNT
005100     MOVE L100-EMPR-MATRIC    TO WS-EP-MATRIC(WS-EP-IDX)
005110     MOVE WS-EMPR-NOME        TO WS-EP-NOME(WS-EP-IDX)
005120     MOVE WS-EMPR-HOJE        TO WS-EP-DATA(WS-EP-IDX)
005130     MOVE L100-EMPR-VALOR     TO WS-EP-PRINCIPAL(WS-EP-IDX)
005140     MOVE L100-EMPR-TAXA      TO WS-EP-TAXA(WS-EP-IDX)
005150     MOVE L100-EMPR-PARCELAS  TO WS-EP-PARCELAS(WS-EP-IDX)
005160     MOVE ZERO                TO WS-EP-PAGAS(WS-EP-IDX)
005170     MOVE WS-EMPR-PARC-CALC   TO WS-EP-VALOR-PARC(WS-EP-IDX)
005180     MOVE L100-EMPR-VALOR     TO WS-EP-SALDO(WS-EP-IDX)
005190     MOVE SPACES              TO WS-EP-ULT-MES(WS-EP-IDX)
005200     MOVE "A"                 TO WS-EP-SITUACAO(WS-EP-IDX)
005210     MOVE SPACES TO WS-RPT-TITLE
005220     STRING "ADIANTAMENTO " L100-EMPR-MATRIC " "
005230            WS-EMPR-NOME " TAXA " WS-EMPR-TAXA-ED "%"
005240        DELIMITED BY SIZE INTO WS-RPT-TITLE
005250     MOVE 1 TO WS-EMPR-K
005260     PERFORM 4740-PRINT-TABELA THRU 4740-EXIT
005270     MOVE WS-EMPR-PARC-CALC TO WS-EMPR-PARC-ED
005280     MOVE L100-EMPR-VALOR   TO WS-EMPR-SALDO-ED
005290     MOVE L100-EMPR-PARCELAS TO WS-EMPR-N-ED
005300     MOVE SPACES TO WS-EMPR-DETAIL
005310     STRING "CONCESSAO R$" WS-EMPR-SALDO-ED " EM " WS-EMPR-N-ED
005320            "X R$" WS-EMPR-PARC-ED " TAXA " WS-EMPR-TAXA-ED
005330        DELIMITED BY SIZE INTO WS-EMPR-DETAIL
005340     PERFORM 7550-WRITE-EMPR-AUDIT.
005350 4710-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390*  4720-DESCONTO-MES
005400*  GERA A PARCELA DO MES DE CADA CONTRATO EM ABERTO (MATRICULA EM
005410*  BRANCO = TODOS) NO FOLHDESC E ABATE O SALDO NO EMPRSALD.
005420******************************************************************
005430 4720-DESCONTO-MES.
005440     IF L100-EMPR-MES = SPACES
005450         MOVE WS-EMPR-HOJE(1:6) TO WS-EMPR-MES
005460     ELSE
005470         IF L100-EMPR-MES NOT NUMERIC
005480             DISPLAY "MES DE DESCONTO INVALIDO - SESSAO PULADA"
005490             GO TO 4720-EXIT
005500         END-IF
005510         MOVE L100-EMPR-MES TO WS-EMPR-MES
005520     END-IF
005530     IF NOT WS-FDES-ABERTO
005540         OPEN EXTEND FOLHA-DESCONTO-FILE
005550         IF WS-FDES-FILE-STATUS = "35"
005560             OPEN OUTPUT FOLHA-DESCONTO-FILE
005570             CLOSE FOLHA-DESCONTO-FILE
005580             OPEN EXTEND FOLHA-DESCONTO-FILE
005590         END-IF
005600         MOVE "Y" TO WS-FDES-ABERTO-SW
005610     END-IF
005620     MOVE ZERO TO WS-EMPR-DESC-COUNT
005630     MOVE ZERO TO WS-EMPR-DESC-TOTAL
005640     MOVE SPACES TO WS-RPT-TITLE
005650     STRING "DESCONTO EM FOLHA DOS ADIANTAMENTOS - MES "
005660            WS-EMPR-MES
005670        DELIMITED BY SIZE INTO WS-RPT-TITLE
005680     MOVE SPACES TO WS-RPT-COLHEAD
005690     STRING "MATRIC NOME                 PARC     JUROS"
005700            "   AMORTIZ.       SALDO"
005710        DELIMITED BY SIZE INTO WS-RPT-COLHEAD
005720     MOVE "I" TO WS-RPT-ACTION
005730     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005740     PERFORM 4725-DESCONTA-UM THRU 4725-EXIT
005750         VARYING WS-EP-SUB FROM 1 BY 1
005760         UNTIL WS-EP-SUB > WS-EP-COUNT
005770     MOVE WS-EMPR-DESC-TOTAL TO WS-EMPR-SALDO-ED
005780     MOVE SPACES TO STATEMENT-LINE
005790     STRING "PARCELAS MANDADAS A FOLHA: " WS-EMPR-DESC-COUNT
005800            "   TOTAL R$" WS-EMPR-SALDO-ED
005810        DELIMITED BY SIZE INTO STATEMENT-LINE
005820     MOVE "D" TO WS-RPT-ACTION
005830     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005840     MOVE "F" TO WS-RPT-ACTION
005850     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005860     DISPLAY "ADIANTAMENTOS DESCONTADOS NO MES " WS-EMPR-MES ": "
005870             WS-EMPR-DESC-COUNT.
005880 4720-EXIT.
005890     EXIT.
005900
005910 4725-DESCONTA-UM.
005920     SET WS-EP-IDX TO WS-EP-SUB
005930     IF WS-EP-SITUACAO(WS-EP-IDX) NOT = "A"
005940         GO TO 4725-EXIT
005950     END-IF
005960     IF L100-EMPR-MATRIC NOT = SPACES
005970        AND L100-EMPR-MATRIC NOT = WS-EP-MATRIC(WS-EP-IDX)
005980         GO TO 4725-EXIT
005990     END-IF
006000     IF WS-EP-ULT-MES(WS-EP-IDX) NOT < WS-EMPR-MES
006010         DISPLAY "MATRICULA " WS-EP-MATRIC(WS-EP-IDX)
006020                 " JA DESCONTADA NO MES " WS-EP-ULT-MES(WS-EP-IDX)
006030         GO TO 4725-EXIT
006040     END-IF
006050*    JUROS DO MES SOBRE O SALDO; A ULTIMA PARCELA (OU A QUE
006060*    PASSARIA DO DEVIDO) LEVA O SALDO INTEIRO.
006070     MOVE WS-EP-TAXA(WS-EP-IDX) TO WS-EMPR-I
006080     COMPUTE WS-EMPR-I = WS-EMPR-I / 100
006090     COMPUTE WS-EMPR-JUROS ROUNDED =
006100         WS-EP-SALDO(WS-EP-IDX) * WS-EMPR-I
006110     ADD 1 TO WS-EP-PAGAS(WS-EP-IDX)
006120     MOVE WS-EP-VALOR-PARC(WS-EP-IDX) TO WS-EMPR-PARCELA
006130     SUBTRACT WS-EMPR-JUROS FROM WS-EMPR-PARCELA
006140         GIVING WS-EMPR-AMORT
006150     IF WS-EP-PAGAS(WS-EP-IDX) NOT < WS-EP-PARCELAS(WS-EP-IDX)
006160        OR WS-EMPR-AMORT > WS-EP-SALDO(WS-EP-IDX)
006170         MOVE WS-EP-SALDO(WS-EP-IDX) TO WS-EMPR-AMORT
006180         ADD WS-EMPR-AMORT WS-EMPR-JUROS GIVING WS-EMPR-PARCELA
006190     END-IF
006200     SUBTRACT WS-EMPR-AMORT FROM WS-EP-SALDO(WS-EP-IDX)
006210     MOVE WS-EMPR-MES TO WS-EP-ULT-MES(WS-EP-IDX)
006220     IF WS-EP-SALDO(WS-EP-IDX) = ZERO
006230         MOVE "Q" TO WS-EP-SITUACAO(WS-EP-IDX)
006240     END-IF
006250     MOVE SPACES                     TO FOLHA-DESCONTO-RECORD
006260     MOVE WS-EMPR-MES                TO FDES-MES
006270     MOVE "E"                        TO FDES-ORIGEM
006280     MOVE WS-EP-MATRIC(WS-EP-IDX)    TO FDES-FUNC-ID
006290     MOVE WS-EP-NOME(WS-EP-IDX)      TO FDES-NOME
006300     MOVE WS-EMPR-PARCELA            TO FDES-VALOR
006310     MOVE WS-EP-PAGAS(WS-EP-IDX)     TO WS-EMPR-K-ED
006320     MOVE WS-EP-PARCELAS(WS-EP-IDX)  TO WS-EMPR-N-ED
006330     STRING "ADIANT PARC " WS-EMPR-K-ED "/" WS-EMPR-N-ED
006340         DELIMITED BY SIZE INTO FDES-REFERENCIA
006350     WRITE FOLHA-DESCONTO-RECORD
006360     ADD 1 TO WS-EMPR-DESC-COUNT
006370     ADD WS-EMPR-PARCELA TO WS-EMPR-DESC-TOTAL
006380     MOVE WS-EMPR-JUROS              TO WS-EMPR-JUROS-ED
006390     MOVE WS-EMPR-AMORT              TO WS-EMPR-AMORT-ED
006400     MOVE WS-EMPR-PARCELA            TO WS-EMPR-PARC-ED
006410     MOVE WS-EP-SALDO(WS-EP-IDX)     TO WS-EMPR-SALDO-ED
006420     MOVE SPACES TO STATEMENT-LINE
006430     STRING WS-EP-MATRIC(WS-EP-IDX) " " WS-EP-NOME(WS-EP-IDX)
006440            " " WS-EMPR-K-ED " " WS-EMPR-JUROS-ED " "
006450            WS-EMPR-AMORT-ED "  " WS-EMPR-SALDO-ED
006460        DELIMITED BY SIZE INTO STATEMENT-LINE
006470     MOVE "D" TO WS-RPT-ACTION
006480     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006490     MOVE SPACES TO WS-AUDIT-KEY-WK
006500     MOVE WS-EP-MATRIC(WS-EP-IDX) TO WS-AUDIT-KEY-WK
006510     MOVE SPACES TO WS-EMPR-DETAIL
006520     STRING "DESCONTO " WS-EMPR-MES " PARC " WS-EMPR-K-ED "/"
006530            WS-EMPR-N-ED " R$" WS-EMPR-PARC-ED " SALDO R$"
006540            WS-EMPR-SALDO-ED
006550        DELIMITED BY SIZE INTO WS-EMPR-DETAIL
006560     PERFORM 7550-WRITE-EMPR-AUDIT.
006570 4725-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610*  4730-QUITACAO
006620*  QUITACAO ANTECIPADA DO CONTRATO EM ABERTO DA MATRICULA. O
006630*  DEVIDO NA DATA E O SALDO (PRINCIPAL AINDA NAO AMORTIZADO) -
006640*  OS JUROS DAS PARCELAS FUTURAS NAO SAO COBRADOS. COM VALOR
006650*  MENOR QUE O SALDO, A PARCELA E RECALCULADA SOBRE O NOVO SALDO
006660*  PARA AS PARCELAS QUE FALTAM E A NOVA TABELA SAI NO L100EXTR.
006670******************************************************************
006680 4730-QUITACAO.
006690     IF L100-EMPR-VALOR NOT NUMERIC
006700        DISPLAY "QUITACAO DE ADIANTAMENTO INVALIDA - PULADA"
006710        GO TO 4730-EXIT
006720     END-IF
006730     PERFORM 4790-FIND-CONTRATO THRU 4790-EXIT
006740     IF NOT WS-EMPR-FOUND
006750        DISPLAY "MATRICULA " L100-EMPR-MATRIC
006760                " SEM ADIANTAMENTO EM ABERTO - QUITACAO PULADA"
006770        GO TO 4730-EXIT
006780     END-IF
006790     IF L100-EMPR-VALOR = ZERO
006800        OR L100-EMPR-VALOR NOT < WS-EP-SALDO(WS-EP-IDX)
006810        MOVE WS-EP-SALDO(WS-EP-IDX) TO WS-EMPR-PAGO
006820        MOVE ZERO TO WS-EP-SALDO(WS-EP-IDX)
006830        MOVE "Q"  TO WS-EP-SITUACAO(WS-EP-IDX)
006840        MOVE WS-EMPR-PAGO TO WS-EMPR-PARC-ED
006850        MOVE SPACES TO WS-EMPR-DETAIL
006860        STRING "QUITACAO TOTAL R$" WS-EMPR-PARC-ED
006870           DELIMITED BY SIZE INTO WS-EMPR-DETAIL
006880        DISPLAY "ADIANTAMENTO " L100-EMPR-MATRIC
006890                " QUITADO - R$" WS-EMPR-PARC-ED
006900        MOVE SPACES TO WS-RPT-TITLE
006910        STRING "QUITACAO ANTECIPADA - " L100-EMPR-MATRIC " "
006920               WS-EP-NOME(WS-EP-IDX)
006930           DELIMITED BY SIZE INTO WS-RPT-TITLE
006940        MOVE "VALOR PAGO NA QUITACAO" TO WS-RPT-COLHEAD
006950        MOVE "I" TO WS-RPT-ACTION
006960        PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006970        MOVE SPACES TO STATEMENT-LINE
006980        STRING "R$" WS-EMPR-PARC-ED " - CONTRATO QUITADO"
006990           DELIMITED BY SIZE INTO STATEMENT-LINE
007000        MOVE "D" TO WS-RPT-ACTION
007010        PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007020        MOVE "F" TO WS-RPT-ACTION
007030        PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007040        PERFORM 7550-WRITE-EMPR-AUDIT
007050        GO TO 4730-EXIT
007060     END-IF
007070     MOVE L100-EMPR-VALOR TO WS-EMPR-PAGO
007080     SUBTRACT WS-EMPR-PAGO FROM WS-EP-SALDO(WS-EP-IDX)
007090     MOVE WS-EP-SALDO(WS-EP-IDX) TO WS-EMPR-SALDO-SIM
007100     MOVE WS-EP-TAXA(WS-EP-IDX) TO WS-EMPR-I
007110     MOVE WS-EP-TAXA(WS-EP-IDX) TO WS-EMPR-TAXA-ED
007120     COMPUTE WS-EMPR-I = WS-EMPR-I / 100
007130     SUBTRACT WS-EP-PAGAS(WS-EP-IDX)
007140         FROM WS-EP-PARCELAS(WS-EP-IDX)
007150         GIVING WS-EMPR-N
007160     IF WS-EMPR-N = ZERO
007170         MOVE 1 TO WS-EMPR-N
007180     END-IF
007190     PERFORM 4750-CALC-PARCELA THRU 4750-EXIT
007200     IF NOT WS-EMPR-OVF
007210         MOVE WS-EMPR-PARC-CALC TO WS-EP-VALOR-PARC(WS-EP-IDX)
007220     END-IF
007230     MOVE WS-EP-NOME(WS-EP-IDX) TO WS-EMPR-NOME
007240     MOVE SPACES TO WS-RPT-TITLE
007250     STRING "ADIANT. RECALC. " L100-EMPR-MATRIC " "
007260            WS-EMPR-NOME " TAXA " WS-EMPR-TAXA-ED "%"
007270        DELIMITED BY SIZE INTO WS-RPT-TITLE
007280     ADD 1 WS-EP-PAGAS(WS-EP-IDX) GIVING WS-EMPR-K
007290     PERFORM 4740-PRINT-TABELA THRU 4740-EXIT
007300     MOVE WS-EMPR-PAGO TO WS-EMPR-PARC-ED
007310     MOVE WS-EP-SALDO(WS-EP-IDX) TO WS-EMPR-SALDO-ED
007320     MOVE WS-EP-VALOR-PARC(WS-EP-IDX) TO WS-EMPR-AMORT-ED
007330     MOVE SPACES TO WS-EMPR-DETAIL
007340     STRING "QUITACAO PARCIAL R$" WS-EMPR-PARC-ED " SALDO"
007350            WS-EMPR-SALDO-ED " PARC" WS-EMPR-AMORT-ED
007360        DELIMITED BY SIZE INTO WS-EMPR-DETAIL
007370     DISPLAY "ADIANTAMENTO " L100-EMPR-MATRIC " - SALDO R$"
007380             WS-EMPR-SALDO-ED " NOVA PARCELA R$" WS-EMPR-AMORT-ED
007390     PERFORM 7550-WRITE-EMPR-AUDIT.
007400 4730-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440*  4740-PRINT-TABELA
007450*  TABELA PRICE DO SALDO WS-EMPR-SALDO-SIM, DA PARCELA WS-EMPR-K
007460*  ATE A ULTIMA (WS-EMPR-K + WS-EMPR-N - 1), PELO ESCRITOR
007470*  COMPARTILHADO: PARCELA, JUROS, AMORTIZACAO E SALDO. A ULTIMA
007480*  PARCELA ABSORVE OS CENTAVOS DO ARREDONDAMENTO.
007490******************************************************************
007500 4740-PRINT-TABELA.
007510     MOVE SPACES TO WS-RPT-COLHEAD
007520     STRING "PARC    PARCELA       JUROS AMORTIZACAO       SALDO"
007530        DELIMITED BY SIZE INTO WS-RPT-COLHEAD
007540     MOVE "I" TO WS-RPT-ACTION
007550     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007560     ADD WS-EMPR-K WS-EMPR-N GIVING WS-EMPR-N
007570     SUBTRACT 1 FROM WS-EMPR-N
007580     PERFORM 4745-LINHA-TABELA THRU 4745-EXIT
007590         UNTIL WS-EMPR-K > WS-EMPR-N
007600     MOVE "F" TO WS-RPT-ACTION
007610     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
007620 4740-EXIT.
007630     EXIT.
007640
007650 4745-LINHA-TABELA.
007660     COMPUTE WS-EMPR-JUROS ROUNDED = WS-EMPR-SALDO-SIM * WS-EMPR-I
007670     MOVE WS-EMPR-PARC-CALC TO WS-EMPR-PARCELA
007680     SUBTRACT WS-EMPR-JUROS FROM WS-EMPR-PARCELA
007690         GIVING WS-EMPR-AMORT
007700     IF WS-EMPR-K = WS-EMPR-N OR WS-EMPR-AMORT > WS-EMPR-SALDO-SIM
007710         MOVE WS-EMPR-SALDO-SIM TO WS-EMPR-AMORT
007720         ADD WS-EMPR-AMORT WS-EMPR-JUROS GIVING WS-EMPR-PARCELA
007730     END-IF
007740     SUBTRACT WS-EMPR-AMORT FROM WS-EMPR-SALDO-SIM
007750     MOVE WS-EMPR-K         TO WS-EMPR-K-ED
007760     MOVE WS-EMPR-PARCELA   TO WS-EMPR-PARC-ED
007770     MOVE WS-EMPR-JUROS     TO WS-EMPR-JUROS-ED
007780     MOVE WS-EMPR-AMORT     TO WS-EMPR-AMORT-ED
007790     MOVE WS-EMPR-SALDO-SIM TO WS-EMPR-SALDO-ED
007800     MOVE SPACES TO STATEMENT-LINE
007810     STRING WS-EMPR-K-ED "  " WS-EMPR-PARC-ED "  "
007820            WS-EMPR-JUROS-ED
007830            "  " WS-EMPR-AMORT-ED "  " WS-EMPR-SALDO-ED
007840        DELIMITED BY SIZE INTO STATEMENT-LINE
007850     MOVE "D" TO WS-RPT-ACTION
007860     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007870     ADD 1 TO WS-EMPR-K.
007880 4745-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920*  4750-CALC-PARCELA
007930*  PARCELA DA TABELA PRICE DO SALDO WS-EMPR-SALDO-SIM EM
007940*  WS-EMPR-N MESES A TAXA WS-EMPR-I. TAXA ZERO DIVIDE O SALDO EM
007950*  PARTES IGUAIS. ESTOURO EM QUALQUER CONTA LIGA WS-EMPR-OVF.
007960******************************************************************
007970 4750-CALC-PARCELA.
007980     MOVE "N" TO WS-EMPR-OVF-SW
007990     IF WS-EMPR-I = ZERO
008000         DIVIDE WS-EMPR-SALDO-SIM BY WS-EMPR-N
008010             GIVING WS-EMPR-PARC-CALC ROUNDED
008020             ON SIZE ERROR
008030                 MOVE "Y" TO WS-EMPR-OVF-SW
008040         END-DIVIDE
008050         GO TO 4750-EXIT
008060     END-IF
008070     ADD 1 WS-EMPR-I GIVING WS-EMPR-BASE
008080     MOVE 1 TO WS-EMPR-FATOR
008090     PERFORM 4755-FATOR THRU 4755-EXIT
008100         VARYING WS-EMPR-K FROM 1 BY 1
008110         UNTIL WS-EMPR-K > WS-EMPR-N OR WS-EMPR-OVF
008120     IF WS-EMPR-OVF
008130         GO TO 4750-EXIT
008140     END-IF
008150     MULTIPLY WS-EMPR-SALDO-SIM BY WS-EMPR-I GIVING WS-EMPR-NUM
008160     MULTIPLY WS-EMPR-FATOR BY WS-EMPR-NUM
008170         ON SIZE ERROR
008180             MOVE "Y" TO WS-EMPR-OVF-SW
008190     END-MULTIPLY
008200     SUBTRACT 1 FROM WS-EMPR-FATOR GIVING WS-EMPR-DEN
008210     IF WS-EMPR-OVF OR WS-EMPR-DEN = ZERO
008220         MOVE "Y" TO WS-EMPR-OVF-SW
008230         GO TO 4750-EXIT
008240     END-IF
008250     DIVIDE WS-EMPR-NUM BY WS-EMPR-DEN
008260         GIVING WS-EMPR-PARC-CALC ROUNDED
008270         ON SIZE ERROR
008280             MOVE "Y" TO WS-EMPR-OVF-SW
008290     END-DIVIDE.
008300 4750-EXIT.
008310     EXIT.
008320
008330 4755-FATOR.
008340     MULTIPLY WS-EMPR-BASE BY WS-EMPR-FATOR ROUNDED
008350         ON SIZE ERROR
008360             MOVE "Y" TO WS-EMPR-OVF-SW
008370     END-MULTIPLY.
008380 4755-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420*  4780-FIND-EMPREGADO
008430*  PROCURA A MATRICULA NO EMPMAST; SO FUNCIONARIO ATIVO RECEBE
008440*  ADIANTAMENTO. DEVOLVE O NOME EM WS-EMPR-NOME.
008450******************************************************************
008460 4780-FIND-EMPREGADO.
008470     MOVE "N" TO WS-EMPR-FOUND-SW
008480     MOVE "N" TO WS-EMP-EOF-SW
008490     MOVE SPACES TO WS-EMPR-NOME
008500     OPEN INPUT EMPLOYEE-MASTER-FILE
008510     IF WS-EMP-FILE-STATUS NOT = "00"
008520         DISPLAY "EMPMAST NAO ENCONTRADO"
008530         GO TO 4780-EXIT
008540     END-IF
008550     PERFORM 4785-READ-EMPREGADO THRU 4785-EXIT
008560         UNTIL WS-EMP-EOF OR WS-EMPR-FOUND
008570     CLOSE EMPLOYEE-MASTER-FILE.
008580 4780-EXIT.
008590     EXIT.
008600
008610 4785-READ-EMPREGADO.
008620     READ EMPLOYEE-MASTER-FILE
008630         AT END
008640             MOVE "Y" TO WS-EMP-EOF-SW
008650             GO TO 4785-EXIT
008660     END-READ
008670     IF EMP-MATRICULA = L100-EMPR-MATRIC AND EMP-ATIVO
008680         MOVE "Y" TO WS-EMPR-FOUND-SW
008690         MOVE EMP-NOME TO WS-EMPR-NOME
008700     END-IF.
008710 4785-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750*  4790-FIND-CONTRATO
008760*  PROCURA O CONTRATO EM ABERTO DA MATRICULA; ACHANDO, DEIXA
008770*  WS-EP-IDX NELE.
008780******************************************************************
008790 4790-FIND-CONTRATO.
008800     MOVE "N" TO WS-EMPR-FOUND-SW
008810     IF L100-EMPR-MATRIC = SPACES
008820         GO TO 4790-EXIT
008830     END-IF
008840     PERFORM 4795-MATCH-CONTRATO THRU 4795-EXIT
008850         VARYING WS-EP-SUB FROM 1 BY 1
008860         UNTIL WS-EP-SUB > WS-EP-COUNT OR WS-EMPR-FOUND.
008870 4790-EXIT.
008880     EXIT.
008890
008900 4795-MATCH-CONTRATO.
008910     SET WS-EP-IDX TO WS-EP-SUB
008920     IF WS-EP-MATRIC(WS-EP-IDX) = L100-EMPR-MATRIC
008930        AND WS-EP-SITUACAO(WS-EP-IDX) = "A"
008940         MOVE "Y" TO WS-EMPR-FOUND-SW
008950     END-IF.
008960 4795-EXIT.
008970     EXIT.
008980 
008990******************************************************************
009000*  7750-CALL-WRITER
009010*  MANDA A LINHA CORRENTE AO ESCRITOR COMPARTILHADO E GRAVA AS
009020*  LINHAS QUE ELE DEVOLVE, COMO NOS OUTROS RELATORIOS.
009030******************************************************************
009040 7750-CALL-WRITER.
009050     CALL "RELATORIO" USING WS-RPT-ACTION WS-RPT-TITLE
009060                            WS-RPT-COLHEAD WS-RUN-STAMP-DISP
009070                            STATEMENT-LINE WS-RPT-OUT-LINES
009080                            WS-RPT-OUT-COUNT
009090     PERFORM 7760-WRITE-OUT-LINE THRU 7760-EXIT
009100         VARYING WS-RPT-SUB FROM 1 BY 1
009110         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
009120 7750-EXIT.
009130     EXIT.
009140
009150 7760-WRITE-OUT-LINE.
009160     MOVE WS-RPT-OUT-LINE(WS-RPT-SUB) TO STATEMENT-LINE
009170     WRITE STATEMENT-LINE.
009180 7760-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220*  8200-READ-SESSION
009230*  LE O PROXIMO REGISTRO DE SESSAO DO L100PARM.
009240******************************************************************
009250 8200-READ-SESSION.
009260     READ SESSION-PARM-FILE
009270         AT END
009280             MOVE "Y" TO WS-PARM-EOF-SW
009290     END-READ.
009300
009310******************************************************************
009320*  8300-LOAD-EMPRSALD
009330*  CARREGA OS CONTRATOS DE ADIANTAMENTO DO EMPRSALD (ARQUIVO
009340*  AUSENTE = NENHUM CONTRATO AINDA).
009350******************************************************************
009360 8300-LOAD-EMPRSALD.
009370     MOVE "Y" TO WS-EMPR-CARREGADO-SW
009380     MOVE ZERO TO WS-EP-COUNT
009390     OPEN INPUT LOAN-BALANCE-FILE
009400     IF WS-EMPR-FILE-STATUS = "00"
009410         PERFORM 8350-READ-EMPRSALD THRU 8350-EXIT
009420             UNTIL WS-EMPR-EOF
009430         CLOSE LOAN-BALANCE-FILE
009440     END-IF.
009450
009460 8350-READ-EMPRSALD.
009470     READ LOAN-BALANCE-FILE
009480         AT END
009490             MOVE "Y" TO WS-EMPR-EOF-SW
009500             GO TO 8350-EXIT
009510     END-READ
009520     IF WS-EP-COUNT NOT < 200
009530         DISPLAY "EMPRSALD COM MAIS DE 200 CONTRATOS - EXCEDENTE"
009540                 " IGNORADO"
009550         MOVE "Y" TO WS-EMPR-EOF-SW
009560         GO TO 8350-EXIT
009570     END-IF
009580     ADD 1 TO WS-EP-COUNT
009590     SET WS-EP-IDX TO WS-EP-COUNT
009600     MOVE EMPR-MATRICULA  TO WS-EP-MATRIC(WS-EP-IDX)
009610     MOVE EMPR-NOME       TO WS-EP-NOME(WS-EP-IDX)
009620     MOVE EMPR-DATA       TO WS-EP-DATA(WS-EP-IDX)
009630     MOVE EMPR-PRINCIPAL  TO WS-EP-PRINCIPAL(WS-EP-IDX)
009640     MOVE EMPR-TAXA       TO WS-EP-TAXA(WS-EP-IDX)
009650     MOVE EMPR-PARCELAS   TO WS-EP-PARCELAS(WS-EP-IDX)
009660     MOVE EMPR-PARC-PAGAS TO WS-EP-PAGAS(WS-EP-IDX)
009670     MOVE EMPR-VALOR-PARC TO WS-EP-VALOR-PARC(WS-EP-IDX)
009680     MOVE EMPR-SALDO      TO WS-EP-SALDO(WS-EP-IDX)
009690     MOVE EMPR-ULT-MES    TO WS-EP-ULT-MES(WS-EP-IDX)
009700     MOVE EMPR-SITUACAO   TO WS-EP-SITUACAO(WS-EP-IDX).
009710 8350-EXIT.
009720     EXIT.
009730
009740******************************************************************
009750*  8400-REWRITE-EMPRSALD
009760*  REGRAVA O EMPRSALD INTEIRO COM OS SALDOS ATUALIZADOS NAS
009770*  SESSOES DESTA EXECUCAO.
009780******************************************************************
009790 8400-REWRITE-EMPRSALD.
009800     OPEN OUTPUT LOAN-BALANCE-FILE
009810     PERFORM 8450-WRITE-EMPRSALD THRU 8450-EXIT
009820         VARYING WS-EP-SUB FROM 1 BY 1
009830         UNTIL WS-EP-SUB > WS-EP-COUNT
009840     CLOSE LOAN-BALANCE-FILE.
009850
009860 8450-WRITE-EMPRSALD.
009870     SET WS-EP-IDX TO WS-EP-SUB
009880     MOVE SPACES                      TO EMPR-LOAN-RECORD
009890     MOVE WS-EP-MATRIC(WS-EP-IDX)     TO EMPR-MATRICULA
009900     MOVE WS-EP-NOME(WS-EP-IDX)       TO EMPR-NOME
009910     MOVE WS-EP-DATA(WS-EP-IDX)       TO EMPR-DATA
009920     MOVE WS-EP-PRINCIPAL(WS-EP-IDX)  TO EMPR-PRINCIPAL
009930     MOVE WS-EP-TAXA(WS-EP-IDX)       TO EMPR-TAXA
009940     MOVE WS-EP-PARCELAS(WS-EP-IDX)   TO EMPR-PARCELAS
009950     MOVE WS-EP-PAGAS(WS-EP-IDX)      TO EMPR-PARC-PAGAS
009960     MOVE WS-EP-VALOR-PARC(WS-EP-IDX) TO EMPR-VALOR-PARC
009970     MOVE WS-EP-SALDO(WS-EP-IDX)      TO EMPR-SALDO
009980     MOVE WS-EP-ULT-MES(WS-EP-IDX)    TO EMPR-ULT-MES
009990     MOVE WS-EP-SITUACAO(WS-EP-IDX)   TO EMPR-SITUACAO
010000     WRITE EMPR-LOAN-RECORD.
010010 8450-EXIT.
010020     EXIT.
010030
010040******************************************************************
010050*  1000-INITIALIZE
010060*  ZERA OS ACUMULADORES, OFERECE A RETOMADA DE UM PONTO DE
010070*  CONTROLE ANTERIOR E, SE NAO HOUVER RETOMADA, PEDE O LIMITE DE
010080*  PARADA DESTA EXECUCAO.
010090******************************************************************
010100 1000-INITIALIZE.
010110     MOVE ZERO TO SOMA
010120     MOVE ZERO TO WS-COUNT
010130     MOVE 1    TO MUL
010140     PERFORM 0500-CHECK-CHECKPOINT
010150     IF NOT WS-RESUMED
010160         PERFORM 0600-GET-LIMITE THRU 0600-EXIT
010170         IF WS-LIMITE = ZERO
010180             MOVE 100 TO WS-LIMITE
010190         END-IF
010200     END-IF.
010210
010220******************************************************************
010230*  0600-GET-LIMITE
010240*  PEDE O LIMITE DE PARADA E REPETE ATE RECEBER UM VALOR VALIDO.
010250******************************************************************
010260 0600-GET-LIMITE.
010270     MOVE "N" TO WS-LIMITE-VALID-SW
010280     PERFORM 0650-PROMPT-LIMITE THRU 0650-EXIT
010290         UNTIL WS-LIMITE-VALID.
010300 0600-EXIT.
010310     EXIT.
010320
010330 0650-PROMPT-LIMITE.
010340     MOVE "L10-001" TO WS-MSG-CODE-WK
010350     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
010360     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
010370     ACCEPT WS-RAW-LIMITE
010380     CALL "VALIDNUM" USING WS-RAW-LIMITE WS-ALLOW-ZERO-YES
010390                           WS-LIMITE-VALID-SW
010400     IF WS-LIMITE-VALID
010410         MOVE WS-RAW-LIMITE TO WS-LIMITE
010420     ELSE
010430         MOVE "L10-002" TO WS-MSG-CODE-WK
010440         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
010450         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
010460     END-IF.
010470 0650-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510*  0400-SIGN-ON
010520*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
010530*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
010540******************************************************************
010550 0400-SIGN-ON.
010560     MOVE "N" TO WS-SIGNON-VALID-SW
010570     PERFORM 0450-PROMPT-SIGNON THRU 0450-EXIT
010580         UNTIL WS-SIGNON-VALID.
010590 0400-EXIT.
010600     EXIT.
010610
010620 0450-PROMPT-SIGNON.
010630     MOVE "SGN-001" TO WS-MSG-CODE-WK
010640     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
010650     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
010660     ACCEPT WS-OPERATOR-ID
010670     MOVE "SGN-002" TO WS-MSG-CODE-WK
010680     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
010690     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
010700     ACCEPT WS-OPERATOR-PIN
010710     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
010720                           WS-SIGNON-VALID-SW
010730     IF NOT WS-SIGNON-VALID
010740         MOVE "SGN-003" TO WS-MSG-CODE-WK
010750         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
010760         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
010770     END-IF.
010780 0450-EXIT.
010790     EXIT.
010800
010810******************************************************************
010820*  0500-CHECK-CHECKPOINT
010830*  PROCURA UM PONTO DE CONTROLE DE UMA SESSAO ANTERIOR. SE
010840*  ENCONTRAR, PERGUNTA AO OPERADOR SE DESEJA RETOMAR DE ONDE
010850*  PAROU EM VEZ DE COMECAR DO ZERO.
010860******************************************************************
010870 0500-CHECK-CHECKPOINT.
010880     OPEN INPUT CHECKPOINT-FILE
010890     IF WS-CKPT-FILE-STATUS = "00"
010900         READ CHECKPOINT-FILE
010910             NOT AT END
010920             IF CKPT-COUNT > ZERO
010930                 MOVE "L10-003" TO WS-MSG-CODE-WK
010940                 CALL "MSGLOOKUP" USING WS-MSG-CODE-WK
010950                         WS-MSG-TEXT-WK
010960                 DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
010970                         CKPT-SOMA " MUL=" CKPT-MUL
010980                         " LIMITE=" CKPT-LIMITE
010990                 MOVE "L10-004" TO WS-MSG-CODE-WK
011000                 CALL "MSGLOOKUP" USING WS-MSG-CODE-WK
011010                         WS-MSG-TEXT-WK
011020                 DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
011030                 ACCEPT WS-RESUME-REPLY
011040                 IF WS-RESUME-REPLY = "S" OR WS-RESUME-REPLY = "s"
011050                     MOVE CKPT-SOMA   TO SOMA
011060                     MOVE CKPT-MUL    TO MUL
011070                     MOVE CKPT-LIMITE TO WS-LIMITE
011080                     MOVE CKPT-COUNT  TO WS-COUNT
011090                     MOVE "Y" TO WS-RESUMED-SW
011100                 END-IF
011110             END-IF
011120         END-READ
011130         CLOSE CHECKPOINT-FILE
011140     END-IF.
011150
011160******************************************************************
011170*  2000-ACCUMULATE
011180*  LE UM NUMERO, ACUMULA EM SOMA E MUL (COM GUARDA DE ESTOURO) E
011190*  GRAVA O PONTO DE CONTROLE DA SESSAO.
011200******************************************************************
011210 2000-ACCUMULATE.
011220     PERFORM 1900-GET-N THRU 1900-EXIT
011230     ADD N TO SOMA
011240     ADD 1 TO WS-COUNT
011250     PERFORM 2500-MULTIPLY-WITH-GUARD
011260     PERFORM 7000-WRITE-CHECKPOINT.
011270 2000-EXIT.
011280     EXIT.
011290
011300******************************************************************
011310*  1900-GET-N
011320*  PEDE UM NUMERO E REPETE A PERGUNTA ATE RECEBER UM VALOR VALIDO.
011330******************************************************************
011340 1900-GET-N.
011350     MOVE "N" TO WS-N-VALID-SW
011360     PERFORM 1950-PROMPT-N THRU 1950-EXIT
011370         UNTIL WS-N-VALID.
011380 1900-EXIT.
011390     EXIT.
011400
011410 1950-PROMPT-N.
011420     MOVE "L10-005" TO WS-MSG-CODE-WK
011430     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
011440     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
011450     ACCEPT WS-RAW-N
011460     CALL "VALIDNUM" USING WS-RAW-N WS-ALLOW-ZERO-YES
011470                           WS-N-VALID-SW
011480     IF WS-N-VALID
011490         MOVE WS-RAW-N TO N
011500     ELSE
011510         MOVE "L10-002" TO WS-MSG-CODE-WK
011520         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
011530         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
011540     END-IF.
011550 1950-EXIT.
011560     EXIT.
011570
011580******************************************************************
011590*  2500-MULTIPLY-WITH-GUARD
011600*  MULTIPLICA MUL PELO NUMERO DIGITADO. SE MUL JA ESTOURAR PIC
011610*  9(18), CONGELA O VALOR EM VEZ DE DEIXAR O COMPILADOR TRUNCAR
011620*  SILENCIOSAMENTE.
011630******************************************************************
011640 2500-MULTIPLY-WITH-GUARD.
011650     IF NOT WS-MUL-OVERFLOW
011660         MULTIPLY N BY MUL
011670             ON SIZE ERROR
011680                 SET WS-MUL-OVERFLOW TO TRUE
011690                 MOVE "L10-006" TO WS-MSG-CODE-WK
011700                 CALL "MSGLOOKUP" USING WS-MSG-CODE-WK
011710                         WS-MSG-TEXT-WK
011720                 DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
011730                 PERFORM 7100-LOG-COMPUTE-ERROR
011740         END-MULTIPLY
011750     END-IF.
011760
011770******************************************************************
011780*  7000-WRITE-CHECKPOINT
011790*  GRAVA O ESTADO ATUAL DA SESSAO NO ARQUIVO DE PONTO DE
011800*  CONTROLE, SUBSTITUINDO O PONTO DE CONTROLE ANTERIOR.
011810******************************************************************
011820 7000-WRITE-CHECKPOINT.
011830     MOVE SPACES    TO CHECKPOINT-RECORD
011840     MOVE SOMA      TO CKPT-SOMA
011850     MOVE MUL       TO CKPT-MUL
011860     MOVE WS-LIMITE TO CKPT-LIMITE
011870     MOVE WS-COUNT  TO CKPT-COUNT
011880     OPEN OUTPUT CHECKPOINT-FILE
011890     WRITE CHECKPOINT-RECORD
011900     CLOSE CHECKPOINT-FILE.
011910
011920******************************************************************
011930*  3000-FINALIZE
011940*  MOSTRA O RESULTADO FINAL, GRAVA O RESUMO DA SESSAO E LIMPA O
011950*  PONTO DE CONTROLE, JA QUE A SESSAO TERMINOU NORMALMENTE.
011960******************************************************************
011970 3000-FINALIZE.
011980     MOVE "L10-007" TO WS-MSG-CODE-WK
011990     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
012000     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " SOMA
012010         " MULTIPLICACAO = " MUL
012020     PERFORM 7500-WRITE-SUMMARY
012030     PERFORM 7800-CLEAR-CHECKPOINT.
012040
012050******************************************************************
012060*  7500-WRITE-SUMMARY
012070*  ACRESCENTA O RESUMO DESTA SESSAO (DATA, QUANTIDADE DE NUMEROS,
012080*  SOMA E MUL FINAIS) NO ARQUIVO DE RESUMOS, CRIANDO-O SE FOR A
012090*  PRIMEIRA EXECUCAO DO DIA.
012100******************************************************************
012110 7500-WRITE-SUMMARY.
012120     OPEN EXTEND SUMMARY-LOG-FILE
012130     IF WS-SUMMARY-FILE-STATUS = "35"
012140         OPEN OUTPUT SUMMARY-LOG-FILE
012150         CLOSE SUMMARY-LOG-FILE
012160         OPEN EXTEND SUMMARY-LOG-FILE
012170     END-IF
012180     MOVE WS-COUNT TO WS-AUDIT-QTDE
012190     MOVE SOMA     TO WS-AUDIT-SOMA
012200     MOVE MUL      TO WS-AUDIT-MUL
012210     MOVE "LER100"         TO AUDIT-PROGRAM-ID
012220     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
012230     ACCEPT AUDIT-TIME FROM TIME
012240     MOVE WS-OPERATOR-ID   TO AUDIT-OPERATOR-ID
012250     IF WS-BATCH-MODE
012260         MOVE WS-AUDIT-KEY-WK TO AUDIT-KEY
012270     ELSE
012280         MOVE SPACES          TO AUDIT-KEY
012290     END-IF
012300     MOVE WS-AUDIT-DETAIL  TO AUDIT-DETAIL
012310     CALL "AUDITWR" USING AUDIT-RECORD
012320     CLOSE SUMMARY-LOG-FILE.
012330
012340******************************************************************
012350*  7550-WRITE-EMPR-AUDIT
012360*  UM REGISTRO NA TRILHA DE AUDITORIA POR MOVIMENTO DE
012370*  ADIANTAMENTO (CONCESSAO, DESCONTO, QUITACAO), CHAVE MATRICULA.
012380******************************************************************
012390 7550-WRITE-EMPR-AUDIT.
012400     OPEN EXTEND SUMMARY-LOG-FILE
012410     IF WS-SUMMARY-FILE-STATUS = "35"
012420         OPEN OUTPUT SUMMARY-LOG-FILE
012430         CLOSE SUMMARY-LOG-FILE
012440         OPEN EXTEND SUMMARY-LOG-FILE
012450     END-IF
012460     MOVE "LER100"         TO AUDIT-PROGRAM-ID
012470     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
012480     ACCEPT AUDIT-TIME FROM TIME
012490     MOVE WS-OPERATOR-ID   TO AUDIT-OPERATOR-ID
012500     MOVE WS-AUDIT-KEY-WK  TO AUDIT-KEY
012510     MOVE WS-EMPR-DETAIL   TO AUDIT-DETAIL
012520     CALL "AUDITWR" USING AUDIT-RECORD
012530     CLOSE SUMMARY-LOG-FILE.
012540
012550******************************************************************
012560*  7100-LOG-COMPUTE-ERROR
012570*  GRAVA NA TRILHA DE ERROS COMPARTILHADA QUANDO MUL ESTOURA A
012580*  PIC 9(18), CRIANDO O ARQUIVO SE FOR A PRIMEIRA EXECUCAO DO DIA.
012590******************************************************************
012600 7100-LOG-COMPUTE-ERROR.
012610     OPEN EXTEND ERROR-LOG-FILE
012620     IF WS-ERROR-FILE-STATUS = "35"
012630         OPEN OUTPUT ERROR-LOG-FILE
012640         CLOSE ERROR-LOG-FILE
012650         OPEN EXTEND ERROR-LOG-FILE
012660     END-IF
012670     MOVE "LER100"          TO ERROR-PROGRAM-ID
012680     ACCEPT ERROR-DATE FROM DATE YYYYMMDD
012690     ACCEPT ERROR-TIME FROM TIME
012700     MOVE SPACES             TO ERROR-KEY
012710     MOVE "SIZE ERROR - MUL ESTOUROU PIC 9(18)" TO ERROR-DETAIL
012720     WRITE ERROR-LOG-RECORD
012730     CLOSE ERROR-LOG-FILE.
012740
012750******************************************************************
012760*  7800-CLEAR-CHECKPOINT
012770*  UMA SESSAO QUE TERMINA NORMALMENTE NAO PRECISA MAIS SER
012780*  RETOMADA - GRAVA UM PONTO DE CONTROLE ZERADO PARA QUE A
012790*  PROXIMA EXECUCAO COMECE DO ZERO. MANTEMOS O REGISTRO (EM VEZ
012800*  DE EXCLUIR O ARQUIVO) PORQUE A LINGUAGEM NAO TEM UM VERBO
012810*  PORTAVEL PARA APAGAR UM ARQUIVO.
012820******************************************************************
012830 7800-CLEAR-CHECKPOINT.
012840     MOVE SPACES TO CHECKPOINT-RECORD
012850     MOVE ZERO TO CKPT-SOMA
012860     MOVE ZERO TO CKPT-MUL
012870     MOVE ZERO TO CKPT-LIMITE
012880     MOVE ZERO TO CKPT-COUNT
012890     OPEN OUTPUT CHECKPOINT-FILE
012900     WRITE CHECKPOINT-RECORD
012910     CLOSE CHECKPOINT-FILE.
