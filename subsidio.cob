000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUBSIDIO.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - PLEITO DE GRATUIDADES A PREFEITURA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  SUBSIDIO.CBL
000090*  PLEITO MENSAL DE RESSARCIMENTO DE GRATUIDADE E DESCONTO JUNTO
000100*  A PREFEITURA. A PREFEITURA RESSARCE OS EMBARQUES NAO PAGA E
000110*  MEIA/IDOSO, E O PLEITO ERA REFEITO TODO MES A MAO EM CIMA DO
000120*  ESTATVIA, COM A TARIFA CHEIA DO ROTAMAST. ESTE PROGRAMA:
000130*    G - GERA O PLEITO DE UM MES JA ENCERRADO: LE O TICKETS DO
000140*        MES POR ROTA E CATEGORIA (NAO PAGA, MEIA, IDOSO), TIRA AS
000150*        PASSAGENS ESTORNADAS (A REVERSAO "ESTORNO" APONTA PARA A
000160*        MESMA RUN-DATE/RUN-ID/SEQ) E VALORIZA CADA EMBARQUE PELA
000170*        TARIFA CHEIA DA ROTA EM VIGOR NA DATA DELE; O PLEITO E A
000180*        TARIFA CHEIA MENOS O QUE O PASSAGEIRO PAGOU. GRAVA O
000190*        PLEITO (PLEITOS, COPYBOOK PLEITOREC), O DEMONSTRATIVO
000200*        (PLEITRPT) E O ARQUIVO DE ENTREGA (PREFSUB, COPYBOOK
000210*        PREFSUBREC) COM TRAILER DE CONTROLE, E LANCA O RECEBIVEL
000220*        NO LEDGER (DEBITO 131PREFE, CREDITO 425SUBSI). MES JA
000230*        PLEITEADO E RECUSADO;
000240*    P - REGISTRA O QUE A PREFEITURA DE FATO PAGOU (DEBITO
000250*        110CAIXA, CREDITO 131PREFE) E, SE ELA NAO VAI PAGAR O
000260*        RESTO, BAIXA O SALDO COMO GLOSA (DEBITO 565GLOSA);
000270*    L - LISTA OS PLEITOS COM SALDO A RECEBER.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000312*  2026-10-15 AFG   O LANCAMENTO NO LEDGER PASSA PELA ROTINA
000314*                   PERIODO: DATA EM MES FECHADO E RECUSADA OU
000316*                   DESVIADA PARA O PRIMEIRO MES ABERTO,
000318*                   CONFORME O PERPARM, E FICA NO PERLOG.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CLAIM-FILE ASSIGN TO "PLEITOS"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-PLT-FILE-STATUS.
000390     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000420     SELECT ROTA-MASTER-FILE ASSIGN TO "ROTAMAST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-ROTAM-FILE-STATUS.
000450     SELECT LEDGER-POSTING-FILE ASSIGN TO "LEDGER"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS WS-LEDGER-FILE-STATUS.
000480     SELECT PREF-SUBMISSION-FILE ASSIGN TO "PREFSUB"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS  IS WS-PSB-FILE-STATUS.
000510     SELECT CLAIM-REPORT-FILE ASSIGN TO "PLEITRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS WS-PLTRPT-FILE-STATUS.
000540     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CLAIM-FILE
000600     RECORDING MODE IS F.
000610     COPY PLEITOREC.
000620 FD  TICKETS-FILE
000630     RECORDING MODE IS F.
000640     COPY TICKETREC.
000650 FD  ROTA-MASTER-FILE
000660     RECORDING MODE IS F.
000670     COPY ROTAMREC.
000680 FD  LEDGER-POSTING-FILE
000690     RECORDING MODE IS F.
000700     COPY LEDGERREC.
000710 FD  PREF-SUBMISSION-FILE
000720     RECORDING MODE IS F.
000730     COPY PREFSUBREC.
000740 FD  CLAIM-REPORT-FILE
000750     RECORDING MODE IS F.
000760 01  REPORT-LINE                 PIC X(80).
000770 FD  AUDIT-LOG-FILE
000780     RECORDING MODE IS F.
000790     COPY AUDITREC.
000800 WORKING-STORAGE SECTION.
000810 01  WS-SWITCHES.
000820     05  WS-PLT-FILE-STATUS      PIC X(02)   VALUE "00".
000830     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000840     05  WS-ROTAM-FILE-STATUS    PIC X(02)   VALUE "00".
000850     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
000860     05  WS-PSB-FILE-STATUS      PIC X(02)   VALUE "00".
000870     05  WS-PLTRPT-FILE-STATUS   PIC X(02)   VALUE "00".
000880     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000890     05  WS-PLT-EOF-SW           PIC X(01)   VALUE "N".
000900         88  WS-PLT-EOF                      VALUE "Y".
000910     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000920         88  WS-TICKET-EOF                   VALUE "Y".
000930     05  WS-ROTAM-EOF-SW         PIC X(01)   VALUE "N".
000940         88  WS-ROTAM-EOF                    VALUE "Y".
000950     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000960         88  WS-EXIT                         VALUE "Y".
000970     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000980         88  WS-SIGNON-VALID                 VALUE "Y".
000990     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001000         88  WS-FOUND                        VALUE "Y".
001010     05  WS-VALOR-VALID-SW       PIC X(01)   VALUE "N".
001020         88  WS-VALOR-VALID                  VALUE "Y".
001030     05  WS-TARIFA-SW            PIC X(01)   VALUE "N".
001040         88  WS-TEM-TARIFA                   VALUE "Y".
001050 01  WS-MSG-CODE-WK              PIC X(08).
001060 01  WS-MSG-TEXT-WK              PIC X(60).
001070 01  WS-OPERATOR-ID              PIC X(08).
001080 01  WS-OPERATOR-PIN             PIC X(04).
001090 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001100 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001110     88  WS-AUTHORIZED                       VALUE "Y".
001120*  CONTAS DO PLEITO NO PLANO DE CONTAS.
001130 77  WS-CONTA-REC-PREF           PIC X(08)   VALUE "131PREFE".
001140 77  WS-CONTA-SUBSIDIO           PIC X(08)   VALUE "425SUBSI".
001150 77  WS-CONTA-GLOSA              PIC X(08)   VALUE "565GLOSA".
001160 77  WS-CONTA-CAIXA              PIC X(08)   VALUE "110CAIXA".
001170 01  WS-ACAO                     PIC X(01).
001180 01  WS-RESPOSTA                 PIC X(01).
001190 01  WS-HOJE                     PIC X(08).
001200 01  WS-IN-MES                   PIC X(06).
001210 01  WS-IN-NUMERO                PIC X(06).
001220 01  WS-IN-VALOR                 PIC X(10).
001230 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001240 01  WS-NUM-WK                   PIC 9(06).
001250 01  WS-PROX-NUMERO              PIC 9(06)   VALUE ZERO.
001260 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001270 01  WS-SCAN                     PIC 9(03).
001280 01  WS-SCAN2                    PIC 9(03).
001290 01  WS-DATA-TARIFA              PIC X(08).
001300 01  WS-ROTA-WK                  PIC X(03).
001310 01  WS-BEST-EFFECTIVE           PIC X(08).
001320 01  WS-PRECO-CHEIO              PIC 9(03)V99.
001330 01  WS-PLEITO-UN                PIC S9(05)V99.
001340 01  WS-VALOR-NUM                PIC 9(09)V99.
001350 01  WS-SALDO                    PIC 9(09)V99.
001360 01  WS-GLOSA-WK                 PIC 9(09)V99.
001370 01  WS-ESTORNADOS               PIC 9(07)   VALUE ZERO.
001380 01  WS-SEM-TARIFA               PIC 9(07)   VALUE ZERO.
001390 01  WS-TOT-QTD                  PIC 9(09)   VALUE ZERO.
001400 01  WS-TOT-CHEIO                PIC 9(09)V99 VALUE ZERO.
001410 01  WS-TOT-PAGO                 PIC 9(09)V99 VALUE ZERO.
001420 01  WS-TOT-VALOR                PIC 9(11)V99 VALUE ZERO.
001430 01  WS-RD-QTD                   PIC 9(07).
001440 01  WS-RD-CHEIO                 PIC 9(09)V99.
001450 01  WS-RD-PAGO                  PIC 9(09)V99.
001460 01  WS-RD-VALOR                 PIC 9(09)V99.
001470 01  WS-PSB-REGISTROS            PIC 9(06)   VALUE ZERO.
001480 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.99.
001490 01  WS-VALOR-ED2                PIC ZZZZZZZZ9.99.
001500 01  WS-VALOR-ED3                PIC ZZZZZZZZ9.99.
001510 01  WS-TARIFA-ED                PIC ZZ9.99.
001520 01  WS-QTD-ED                   PIC ZZZZZZ9.
001530 01  WS-QTD-ED2                  PIC ZZZZZZ9.
001540
001550******************************************************************
001560*  PLEITOS CARREGADOS EM MEMORIA; REGRAVADOS INTEIROS NA SAIDA
001570*  (MESMO PADRAO DO FATURA). UM POR MES - DEZ ANOS CABEM FOLGADOS.
001580******************************************************************
001590 01  WS-PT-TABLE.
001600     05  WS-PT-ENTRY OCCURS 120 TIMES
001610                     INDEXED BY WS-PT-IDX.
001620         10  WS-PT-NUMERO        PIC 9(06).
001630         10  WS-PT-MES           PIC X(06).
001640         10  WS-PT-EMISSAO       PIC X(08).
001650         10  WS-PT-QTD           PIC 9(07).
001660         10  WS-PT-VALOR-CHEIO   PIC 9(09)V99.
001670         10  WS-PT-VALOR-PAGO    PIC 9(09)V99.
001680         10  WS-PT-VALOR         PIC 9(09)V99.
001690         10  WS-PT-RECEBIDO      PIC 9(09)V99.
001700         10  WS-PT-GLOSA         PIC 9(09)V99.
001710         10  WS-PT-STATUS        PIC X(01).
001720         10  WS-PT-PAY-DATE      PIC X(08).
001730         10  WS-PT-OPERATOR      PIC X(08).
001740 01  WS-PT-COUNT                 PIC 9(03)   VALUE ZERO.
001750 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001760     88  WS-OVERFLOW                         VALUE "Y".
001770
001780******************************************************************
001790*  TARIFA-BASE POR ROTA E VIGENCIA (ROTAMAST), COMO NO VIAGEM.
001800******************************************************************
001810 01  WS-RT-TABLE.
001820     05  WS-RT-ENTRY OCCURS 20 TIMES
001830                     INDEXED BY WS-RT-IDX.
001840         10  WS-RT-CODIGO        PIC X(03).
001850         10  WS-RT-PRECO         PIC 9(03)V99.
001860         10  WS-RT-EFFECTIVE     PIC X(08).
001870         10  WS-RT-END           PIC X(08).
001880 01  WS-RT-COUNT                 PIC 9(03)   VALUE ZERO.
001890
001900******************************************************************
001910*  CHAVES DAS PASSAGENS ESTORNADAS (RUN-DATE/RUN-ID/SEQ DAS
001920*  REVERSOES "ESTORNO" DO TICKETS), PARA TIRA-LAS DO PLEITO.
001930******************************************************************
001940 01  WS-ES-TABLE.
001950     05  WS-ES-ENTRY OCCURS 500 TIMES
001960                     INDEXED BY WS-ES-IDX.
001970         10  WS-ES-RUN-DATE      PIC X(08).
001980         10  WS-ES-RUN-ID        PIC X(08).
001990         10  WS-ES-SEQ           PIC 9(05).
002000 01  WS-ES-COUNT                 PIC 9(03)   VALUE ZERO.
002010 01  WS-ES-CHEIA-SW              PIC X(01)   VALUE "N".
002020     88  WS-ES-CHEIA                         VALUE "Y".
002030
002040******************************************************************
002050*  ACUMULADO DO MES POR ROTA + CATEGORIA + TARIFA CHEIA, E AS
002060*  ROTAS NA ORDEM EM QUE APARECERAM (PARA O DEMONSTRATIVO SAIR
002070*  AGRUPADO POR ROTA).
002080******************************************************************
002090 01  WS-AG-TABLE.
002100     05  WS-AG-ENTRY OCCURS 200 TIMES
002110                     INDEXED BY WS-AG-IDX.
002120         10  WS-AG-ROTA          PIC X(03).
002130         10  WS-AG-CATEGORIA     PIC X(15).
002140         10  WS-AG-TARIFA        PIC 9(03)V99.
002150         10  WS-AG-QTD           PIC 9(07).
002160         10  WS-AG-CHEIO         PIC 9(09)V99.
002170         10  WS-AG-PAGO          PIC 9(09)V99.
002180         10  WS-AG-VALOR         PIC 9(09)V99.
002190 01  WS-AG-COUNT                 PIC 9(03)   VALUE ZERO.
002200 01  WS-AG-CHEIA-SW              PIC X(01)   VALUE "N".
002210     88  WS-AG-CHEIA                         VALUE "Y".
002220 01  WS-RO-TABLE.
002230     05  WS-RO-ROTA OCCURS 20 TIMES
002240                    INDEXED BY WS-RO-IDX
002250                               PIC X(03).
002260 01  WS-RO-COUNT                 PIC 9(03)   VALUE ZERO.
002261*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
002262*  LANCAMENTO NO LEDGER.
002263 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
002264 01  WS-PERIODO-PROG             PIC X(08)   VALUE "SUBSIDIO".
002265 01  WS-PERIODO-SW               PIC X(01).
002266     88  WS-PERIODO-RECUSADO                 VALUE "R".
002270
002280 PROCEDURE DIVISION.
002290
002300 0000-MAINLINE.
002310     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002320*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
002330     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002340                         WS-AUTHORIZED-SW
002350     IF NOT WS-AUTHORIZED
002360         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002370         MOVE 8 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400     PERFORM 1000-INITIALIZE
002410     IF WS-OVERFLOW
002420         DISPLAY "PLEITOS MAIOR QUE A TABELA (120) - EXECUCAO"
002430                 " RECUSADA, NADA ALTERADO"
002440         MOVE 8 TO RETURN-CODE
002450         STOP RUN
002460     END-IF
002470     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002480         UNTIL WS-EXIT
002490     PERFORM 3000-FINALIZE
002500     STOP RUN.
002510
002520******************************************************************
002530*  0010-SIGN-ON
002540*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002550*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002560******************************************************************
002570 0010-SIGN-ON.
002580     MOVE "N" TO WS-SIGNON-VALID-SW
002590     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002600         UNTIL WS-SIGNON-VALID.
002610 0010-EXIT.
002620     EXIT.
002630
002640 0020-PROMPT-SIGNON.
002650     MOVE "SGN-001" TO WS-MSG-CODE-WK
002660     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002670     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002680     ACCEPT WS-OPERATOR-ID
002690     MOVE "SGN-002" TO WS-MSG-CODE-WK
002700     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002710     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002720     ACCEPT WS-OPERATOR-PIN
002730     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002740                           WS-SIGNON-VALID-SW
002750     IF NOT WS-SIGNON-VALID
002760         MOVE "SGN-003" TO WS-MSG-CODE-WK
002770         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002780         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002790     END-IF.
002800 0020-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*  1000-INITIALIZE
002850*  CARREGA OS PLEITOS (GUARDANDO O MAIOR NUMERO JA USADO) E AS
002860*  TARIFAS DO ROTAMAST EM MEMORIA E ABRE A AUDITORIA.
002870******************************************************************
002880 1000-INITIALIZE.
002890     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002900     OPEN INPUT CLAIM-FILE
002910     IF WS-PLT-FILE-STATUS NOT = "00"
002920         MOVE "Y" TO WS-PLT-EOF-SW
002930     ELSE
002940         PERFORM 1100-LOAD-PLT-ENTRY THRU 1100-EXIT
002950             UNTIL WS-PLT-EOF
002960         CLOSE CLAIM-FILE
002970     END-IF
002980     OPEN INPUT ROTA-MASTER-FILE
002990     IF WS-ROTAM-FILE-STATUS NOT = "00"
003000         MOVE "Y" TO WS-ROTAM-EOF-SW
003010     ELSE
003020         PERFORM 1200-LOAD-ROTA-ENTRY THRU 1200-EXIT
003030             UNTIL WS-ROTAM-EOF
003040         CLOSE ROTA-MASTER-FILE
003050     END-IF
003060     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
003070
003080 1100-LOAD-PLT-ENTRY.
003090     READ CLAIM-FILE
003100         AT END
003110             MOVE "Y" TO WS-PLT-EOF-SW
003120             GO TO 1100-EXIT
003130     END-READ
003140     IF WS-PT-COUNT >= 120
003150         MOVE "Y" TO WS-OVERFLOW-SW
003160         GO TO 1100-EXIT
003170     END-IF
003180     ADD 1 TO WS-PT-COUNT
003190     SET WS-PT-IDX TO WS-PT-COUNT
003200     MOVE PLT-NUMERO      TO WS-PT-NUMERO(WS-PT-IDX)
003210     MOVE PLT-MES         TO WS-PT-MES(WS-PT-IDX)
003220     MOVE PLT-EMISSAO     TO WS-PT-EMISSAO(WS-PT-IDX)
003230     MOVE PLT-QTD         TO WS-PT-QTD(WS-PT-IDX)
003240     MOVE PLT-VALOR-CHEIO TO WS-PT-VALOR-CHEIO(WS-PT-IDX)
003250     MOVE PLT-VALOR-PAGO  TO WS-PT-VALOR-PAGO(WS-PT-IDX)
003260     MOVE PLT-VALOR       TO WS-PT-VALOR(WS-PT-IDX)
003270     MOVE PLT-RECEBIDO    TO WS-PT-RECEBIDO(WS-PT-IDX)
003280     MOVE PLT-GLOSA       TO WS-PT-GLOSA(WS-PT-IDX)
003290     MOVE PLT-STATUS      TO WS-PT-STATUS(WS-PT-IDX)
003300     MOVE PLT-PAY-DATE    TO WS-PT-PAY-DATE(WS-PT-IDX)
003310     MOVE PLT-OPERATOR-ID TO WS-PT-OPERATOR(WS-PT-IDX)
003320     IF PLT-NUMERO NUMERIC
003330         AND PLT-NUMERO > WS-PROX-NUMERO
003340         MOVE PLT-NUMERO TO WS-PROX-NUMERO
003350     END-IF.
003360 1100-EXIT.
003370     EXIT.
003380
003390 1200-LOAD-ROTA-ENTRY.
003400     READ ROTA-MASTER-FILE
003410         AT END
003420             MOVE "Y" TO WS-ROTAM-EOF-SW
003430             GO TO 1200-EXIT
003440     END-READ
003450     IF WS-RT-COUNT < 20 AND ROTAM-PRECO IS NUMERIC
003460         ADD 1 TO WS-RT-COUNT
003470         SET WS-RT-IDX TO WS-RT-COUNT
003480         MOVE ROTAM-CODIGO         TO WS-RT-CODIGO(WS-RT-IDX)
003490         MOVE ROTAM-PRECO          TO WS-RT-PRECO(WS-RT-IDX)
003500         MOVE ROTAM-EFFECTIVE-DATE TO WS-RT-EFFECTIVE(WS-RT-IDX)
003510         MOVE ROTAM-END-DATE       TO WS-RT-END(WS-RT-IDX)
003520     END-IF.
003530 1200-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*  0100-OPEN-AUDIT-LOG-FILE
003580*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003590*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003600******************************************************************
003610 0100-OPEN-AUDIT-LOG-FILE.
003620     OPEN EXTEND AUDIT-LOG-FILE
003630     IF WS-AUDIT-FILE-STATUS = "35"
003640         OPEN OUTPUT AUDIT-LOG-FILE
003650         CLOSE AUDIT-LOG-FILE
003660         OPEN EXTEND AUDIT-LOG-FILE
003670     END-IF.
003680
003690******************************************************************
003700*  2000-SHOW-MENU
003710*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
003720******************************************************************
003730 2000-SHOW-MENU.
003740     DISPLAY " "
003750     DISPLAY "PLEITO DE GRATUIDADES - ESCOLHA A ACAO:"
003760     DISPLAY "  G - GERAR O PLEITO DE UM MES ENCERRADO"
003770     DISPLAY "  P - REGISTRAR PAGAMENTO DA PREFEITURA"
003780     DISPLAY "  L - LISTAR PLEITOS COM SALDO A RECEBER"
003790     DISPLAY "  X - SAIR E GRAVAR"
003800     ACCEPT WS-ACAO
003810     EVALUATE WS-ACAO
003820         WHEN "G"
003830         WHEN "g"
003840             PERFORM 2100-GERA-PLEITO THRU 2100-EXIT
003850         WHEN "P"
003860         WHEN "p"
003870             PERFORM 2500-REGISTRA-PAGAMENTO THRU 2500-EXIT
003880         WHEN "L"
003890         WHEN "l"
003900             PERFORM 2600-LIST-ABERTOS THRU 2600-EXIT
003910         WHEN "X"
003920         WHEN "x"
003930             MOVE "Y" TO WS-EXIT-SW
003940         WHEN OTHER
003950             DISPLAY "ACAO INVALIDA"
003960     END-EVALUATE.
003970 2000-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*  2060-PEDE-MES
004020*  PEDE UM MES (AAAAMM); MES INVALIDO OU FUTURO VOLTA EM BRANCO.
004030******************************************************************
004040 2060-PEDE-MES.
004050     ACCEPT WS-IN-MES
004060     IF WS-IN-MES NOT NUMERIC
004070         MOVE SPACES TO WS-IN-MES
004080         GO TO 2060-EXIT
004090     END-IF
004100     IF WS-IN-MES(5:2) < "01" OR WS-IN-MES(5:2) > "12"
004110         OR WS-IN-MES > WS-HOJE(1:6)
004120         MOVE SPACES TO WS-IN-MES
004130     END-IF.
004140 2060-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180*  2100-GERA-PLEITO
004190*  GERA O PLEITO DE UM MES ENCERRADO: PRIMEIRA PASSADA NO TICKETS
004200*  JUNTA AS CHAVES ESTORNADAS, A SEGUNDA ACUMULA OS EMBARQUES NAO
004210*  PAGA/MEIA/IDOSO DO MES. DEPOIS GRAVA O PLEITO, O DEMONSTRATIVO,
004220*  O ARQUIVO DE ENTREGA E O RECEBIVEL NO LEDGER.
004230******************************************************************
004240 2100-GERA-PLEITO.
004250     DISPLAY "MES DE COMPETENCIA (AAAAMM):"
004260     PERFORM 2060-PEDE-MES THRU 2060-EXIT
004270     IF WS-IN-MES = SPACES
004280         DISPLAY "MES INVALIDO - PLEITO NAO GERADO"
004290         GO TO 2100-EXIT
004300     END-IF
004310     IF WS-IN-MES = WS-HOJE(1:6)
004320         DISPLAY "MES CORRENTE AINDA NAO ENCERRADO - PLEITO NAO"
004330                 " GERADO"
004340         GO TO 2100-EXIT
004350     END-IF
004360*    UM PLEITO POR MES: O SEGUNDO SERIA COBRADO EM DOBRO.
004370     MOVE "N" TO WS-FOUND-SW
004380     PERFORM 2180-MATCH-MES THRU 2180-EXIT
004390         VARYING WS-SCAN FROM 1 BY 1
004400         UNTIL WS-SCAN > WS-PT-COUNT OR WS-FOUND
004410     IF WS-FOUND
004420         DISPLAY "PLEITO DE " WS-IN-MES " JA GERADO - NUMERO "
004430                 WS-PT-NUMERO(WS-PT-IDX)
004440         GO TO 2100-EXIT
004450     END-IF
004460     IF WS-PT-COUNT >= 120
004470         DISPLAY "PLEITOS CHEIOS - PLEITO NAO GERADO"
004480         GO TO 2100-EXIT
004490     END-IF
004500     MOVE ZERO TO WS-ES-COUNT WS-AG-COUNT WS-RO-COUNT
004510     MOVE ZERO TO WS-ESTORNADOS WS-SEM-TARIFA
004520     MOVE "N"  TO WS-ES-CHEIA-SW WS-AG-CHEIA-SW
004530     OPEN INPUT TICKETS-FILE
004540     IF WS-TICKETS-FILE-STATUS NOT = "00"
004550         DISPLAY "TICKETS INDISPONIVEL - PLEITO NAO GERADO"
004560         GO TO 2100-EXIT
004570     END-IF
004580     MOVE "N" TO WS-TICKET-EOF-SW
004590     PERFORM 2110-CARREGA-ESTORNO THRU 2110-EXIT
004600         UNTIL WS-TICKET-EOF
004610     CLOSE TICKETS-FILE
004620     IF WS-ES-CHEIA
004630         DISPLAY "MAIS DE 500 ESTORNOS NO TICKETS - PLEITO NAO"
004640                 " GERADO"
004650         GO TO 2100-EXIT
004660     END-IF
004670     OPEN INPUT TICKETS-FILE
004680     MOVE "N" TO WS-TICKET-EOF-SW
004690     PERFORM 2120-SOMA-TICKET THRU 2120-EXIT
004700         UNTIL WS-TICKET-EOF
004710     CLOSE TICKETS-FILE
004720     IF WS-AG-CHEIA
004730         DISPLAY "ROTA/CATEGORIA/TARIFA ALEM DA TABELA"
004740                 " (200) - PLEITO NAO GERADO"
004750         GO TO 2100-EXIT
004760     END-IF
004770     IF WS-AG-COUNT = ZERO
004780         DISPLAY "NENHUM EMBARQUE COM GRATUIDADE OU DESCONTO EM "
004790                 WS-IN-MES " - PLEITO NAO GERADO"
004800         GO TO 2100-EXIT
004810     END-IF
004820     MOVE ZERO TO WS-TOT-QTD WS-TOT-CHEIO WS-TOT-PAGO WS-TOT-VALOR
004830     PERFORM 2150-SOMA-TOTAL THRU 2150-EXIT
004840         VARYING WS-SCAN FROM 1 BY 1
004850         UNTIL WS-SCAN > WS-AG-COUNT
004860     ADD 1 TO WS-PROX-NUMERO
004870     ADD 1 TO WS-PT-COUNT
004880     SET WS-PT-IDX TO WS-PT-COUNT
004890     MOVE WS-PROX-NUMERO  TO WS-PT-NUMERO(WS-PT-IDX)
004900     MOVE WS-IN-MES       TO WS-PT-MES(WS-PT-IDX)
004910     MOVE WS-HOJE         TO WS-PT-EMISSAO(WS-PT-IDX)
004920     MOVE WS-TOT-QTD      TO WS-PT-QTD(WS-PT-IDX)
004930     MOVE WS-TOT-CHEIO    TO WS-PT-VALOR-CHEIO(WS-PT-IDX)
004940     MOVE WS-TOT-PAGO     TO WS-PT-VALOR-PAGO(WS-PT-IDX)
004950     MOVE WS-TOT-VALOR    TO WS-PT-VALOR(WS-PT-IDX)
004960     MOVE ZERO            TO WS-PT-RECEBIDO(WS-PT-IDX)
004970     MOVE ZERO            TO WS-PT-GLOSA(WS-PT-IDX)
004980     MOVE "A"             TO WS-PT-STATUS(WS-PT-IDX)
004990     MOVE SPACES          TO WS-PT-PAY-DATE(WS-PT-IDX)
005000     MOVE WS-OPERATOR-ID  TO WS-PT-OPERATOR(WS-PT-IDX)
005010     ADD 1 TO WS-CHANGE-COUNT
005020     PERFORM 2200-EMITE-DEMONSTRATIVO THRU 2200-EXIT
005030     PERFORM 2300-GRAVA-ENTREGA THRU 2300-EXIT
005040     PERFORM 2400-POST-RECEIVABLE THRU 2400-EXIT
005050     PERFORM 7000-WRITE-AUDIT-PLEITO
005060     MOVE WS-TOT-VALOR TO WS-VALOR-ED
005065     MOVE WS-TOT-QTD   TO WS-QTD-ED
005070     DISPLAY "PLEITO " WS-PT-NUMERO(WS-PT-IDX) " DE " WS-IN-MES
005080             " - " WS-QTD-ED " EMBARQUES R$" WS-VALOR-ED
005090     DISPLAY "DEMONSTRATIVO EM PLEITRPT, ENTREGA EM PREFSUB".
005100 2100-EXIT.
005110     EXIT.
005120
005130 2110-CARREGA-ESTORNO.
005140     READ TICKETS-FILE
005150         AT END
005160             MOVE "Y" TO WS-TICKET-EOF-SW
005170             GO TO 2110-EXIT
005180     END-READ
005190     IF TICKET-CATEGORIA NOT = "ESTORNO"
005200         GO TO 2110-EXIT
005210     END-IF
005220     IF WS-ES-COUNT >= 500
005230         MOVE "Y" TO WS-ES-CHEIA-SW
005240         MOVE "Y" TO WS-TICKET-EOF-SW
005250         GO TO 2110-EXIT
005260     END-IF
005270     ADD 1 TO WS-ES-COUNT
005280     SET WS-ES-IDX TO WS-ES-COUNT
005290     MOVE TICKET-RUN-DATE TO WS-ES-RUN-DATE(WS-ES-IDX)
005300     MOVE TICKET-RUN-ID   TO WS-ES-RUN-ID(WS-ES-IDX)
005310     MOVE TICKET-SEQ      TO WS-ES-SEQ(WS-ES-IDX).
005320 2110-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*  2120-SOMA-TICKET
005370*  UM EMBARQUE NAO PAGA/MEIA/IDOSO DO MES, SE NAO FOI ESTORNADO E
005380*  A ROTA TEM TARIFA EM VIGOR NA DATA DELE, ENTRA NO ACUMULADO DA
005390*  ROTA + CATEGORIA + TARIFA CHEIA.
005400******************************************************************
005410 2120-SOMA-TICKET.
005420     READ TICKETS-FILE
005430         AT END
005440             MOVE "Y" TO WS-TICKET-EOF-SW
005450             GO TO 2120-EXIT
005460     END-READ
005470     IF TICKET-DATE(1:6) NOT = WS-IN-MES
005480         GO TO 2120-EXIT
005490     END-IF
005500     IF TICKET-CATEGORIA NOT = "NAO PAGA"
005510         AND TICKET-CATEGORIA NOT = "MEIA"
005520         AND TICKET-CATEGORIA NOT = "IDOSO"
005530         GO TO 2120-EXIT
005540     END-IF
005550     MOVE "N" TO WS-FOUND-SW
005560     PERFORM 2125-MATCH-ESTORNO THRU 2125-EXIT
005570         VARYING WS-SCAN FROM 1 BY 1
005580         UNTIL WS-SCAN > WS-ES-COUNT OR WS-FOUND
005590     IF WS-FOUND
005600         ADD 1 TO WS-ESTORNADOS
005610         GO TO 2120-EXIT
005620     END-IF
005630     MOVE TICKET-ROTA TO WS-ROTA-WK
005640     MOVE TICKET-DATE TO WS-DATA-TARIFA
005650     PERFORM 8200-TARIFA-VIGENTE THRU 8200-EXIT
005660     IF NOT WS-TEM-TARIFA
005670         ADD 1 TO WS-SEM-TARIFA
005680         GO TO 2120-EXIT
005690     END-IF
005700*    O PLEITO E O QUE FALTOU PARA A TARIFA CHEIA; O QUE O
005710*    PASSAGEIRO PAGOU ACIMA DELA (FAIXA DE PICO) NAO GERA PLEITO.
005720     COMPUTE WS-PLEITO-UN = WS-PRECO-CHEIO - TICKET-TARIFA
005730     IF WS-PLEITO-UN < ZERO
005740         MOVE ZERO TO WS-PLEITO-UN
005750     END-IF
005760     PERFORM 8300-ACHA-ACUMULADO THRU 8300-EXIT
005770     IF WS-AG-CHEIA
005780         MOVE "Y" TO WS-TICKET-EOF-SW
005790         GO TO 2120-EXIT
005800     END-IF
005810     ADD 1              TO WS-AG-QTD(WS-AG-IDX)
005820     ADD WS-PRECO-CHEIO TO WS-AG-CHEIO(WS-AG-IDX)
005830     ADD TICKET-TARIFA  TO WS-AG-PAGO(WS-AG-IDX)
005840     ADD WS-PLEITO-UN   TO WS-AG-VALOR(WS-AG-IDX).
005850 2120-EXIT.
005860     EXIT.
005870
005880 2125-MATCH-ESTORNO.
005890     SET WS-ES-IDX TO WS-SCAN
005900     IF WS-ES-RUN-DATE(WS-ES-IDX) = TICKET-RUN-DATE
005910         AND WS-ES-RUN-ID(WS-ES-IDX) = TICKET-RUN-ID
005920         AND WS-ES-SEQ(WS-ES-IDX) = TICKET-SEQ
005930         MOVE "Y" TO WS-FOUND-SW
005940     END-IF.
005950 2125-EXIT.
005960     EXIT.
005970
005980 2150-SOMA-TOTAL.
005990     SET WS-AG-IDX TO WS-SCAN
006000     ADD WS-AG-QTD(WS-AG-IDX)   TO WS-TOT-QTD
006010     ADD WS-AG-CHEIO(WS-AG-IDX) TO WS-TOT-CHEIO
006020     ADD WS-AG-PAGO(WS-AG-IDX)  TO WS-TOT-PAGO
006030     ADD WS-AG-VALOR(WS-AG-IDX) TO WS-TOT-VALOR.
006040 2150-EXIT.
006050     EXIT.
006060
006070 2180-MATCH-MES.
006080     SET WS-PT-IDX TO WS-SCAN
006090     IF WS-PT-MES(WS-PT-IDX) = WS-IN-MES
006100         MOVE "Y" TO WS-FOUND-SW
006110     END-IF.
006120 2180-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*  2200-EMITE-DEMONSTRATIVO
006170*  DEMONSTRATIVO DO PLEITO (PLEITRPT), AGRUPADO POR ROTA, COM O
006180*  SUBTOTAL DE CADA ROTA, O TOTAL E OS EMBARQUES QUE FICARAM FORA.
006190******************************************************************
006200 2200-EMITE-DEMONSTRATIVO.
006210     OPEN OUTPUT CLAIM-REPORT-FILE
006220     MOVE SPACES TO REPORT-LINE
006230     STRING "PLEITO " WS-PT-NUMERO(WS-PT-IDX)
006240            " - GRATUIDADE E DESCONTO DO MES " WS-IN-MES
006250            " - EMITIDO EM " WS-HOJE
006260         DELIMITED BY SIZE INTO REPORT-LINE
006270     WRITE REPORT-LINE
006280     MOVE SPACES TO REPORT-LINE
006290     STRING "PLEITO = TARIFA CHEIA DA ROTA NA DATA DO EMBARQUE"
006300            " MENOS O PAGO PELO PASSAGEIRO"
006310         DELIMITED BY SIZE INTO REPORT-LINE
006320     WRITE REPORT-LINE
006330     MOVE SPACES TO REPORT-LINE
006340     WRITE REPORT-LINE
006350     MOVE "ROTA"         TO REPORT-LINE(3:4)
006360     MOVE "CATEGORIA"    TO REPORT-LINE(8:9)
006370     MOVE "TARIFA"       TO REPORT-LINE(24:6)
006380     MOVE " EMBARQ"      TO REPORT-LINE(31:7)
006390     MOVE " VALOR CHEIO" TO REPORT-LINE(39:12)
006400     MOVE "        PAGO" TO REPORT-LINE(52:12)
006410     MOVE "      PLEITO" TO REPORT-LINE(65:12)
006420     WRITE REPORT-LINE
006430     PERFORM 2210-DEMONSTRA-ROTA THRU 2210-EXIT
006440         VARYING WS-SCAN FROM 1 BY 1
006450         UNTIL WS-SCAN > WS-RO-COUNT
006460     MOVE SPACES TO REPORT-LINE
006470     WRITE REPORT-LINE
006480     MOVE "TOTAL DO PLEITO" TO REPORT-LINE(3:15)
006490     MOVE WS-TOT-QTD        TO WS-QTD-ED
006500     MOVE WS-TOT-CHEIO      TO WS-VALOR-ED
006510     MOVE WS-TOT-PAGO       TO WS-VALOR-ED2
006520     MOVE WS-TOT-VALOR      TO WS-VALOR-ED3
006530     MOVE WS-QTD-ED         TO REPORT-LINE(31:7)
006540     MOVE WS-VALOR-ED       TO REPORT-LINE(39:12)
006550     MOVE WS-VALOR-ED2      TO REPORT-LINE(52:12)
006560     MOVE WS-VALOR-ED3      TO REPORT-LINE(65:12)
006570     WRITE REPORT-LINE
006580     MOVE SPACES TO REPORT-LINE
006590     WRITE REPORT-LINE
006600     MOVE WS-ESTORNADOS TO WS-QTD-ED
006610     MOVE SPACES TO REPORT-LINE
006620     STRING "PASSAGENS ESTORNADAS (FORA DO PLEITO):      "
006630            WS-QTD-ED
006640         DELIMITED BY SIZE INTO REPORT-LINE
006650     WRITE REPORT-LINE
006660     MOVE WS-SEM-TARIFA TO WS-QTD-ED
006670     MOVE SPACES TO REPORT-LINE
006680     STRING "ROTA SEM TARIFA EM VIGOR NA DATA (FORA):    "
006690            WS-QTD-ED
006700         DELIMITED BY SIZE INTO REPORT-LINE
006710     WRITE REPORT-LINE
006720     CLOSE CLAIM-REPORT-FILE.
006730 2200-EXIT.
006740     EXIT.
006750
006760 2210-DEMONSTRA-ROTA.
006770     SET WS-RO-IDX TO WS-SCAN
006780     MOVE ZERO TO WS-RD-QTD WS-RD-CHEIO WS-RD-PAGO WS-RD-VALOR
006790     PERFORM 2220-DEMONSTRA-LINHA THRU 2220-EXIT
006800         VARYING WS-SCAN2 FROM 1 BY 1
006810         UNTIL WS-SCAN2 > WS-AG-COUNT
006820     MOVE SPACES TO REPORT-LINE
006830     STRING "SUBTOTAL " WS-RO-ROTA(WS-RO-IDX)
006840         DELIMITED BY SIZE INTO REPORT-LINE(8:12)
006850     MOVE WS-RD-QTD   TO WS-QTD-ED
006860     MOVE WS-RD-CHEIO TO WS-VALOR-ED
006870     MOVE WS-RD-PAGO  TO WS-VALOR-ED2
006880     MOVE WS-RD-VALOR TO WS-VALOR-ED3
006890     MOVE WS-QTD-ED    TO REPORT-LINE(31:7)
006900     MOVE WS-VALOR-ED  TO REPORT-LINE(39:12)
006910     MOVE WS-VALOR-ED2 TO REPORT-LINE(52:12)
006920     MOVE WS-VALOR-ED3 TO REPORT-LINE(65:12)
006930     WRITE REPORT-LINE.
006940 2210-EXIT.
006950     EXIT.
006960
006970 2220-DEMONSTRA-LINHA.
006980     SET WS-AG-IDX TO WS-SCAN2
006990     IF WS-AG-ROTA(WS-AG-IDX) NOT = WS-RO-ROTA(WS-RO-IDX)
007000         GO TO 2220-EXIT
007010     END-IF
007020     ADD WS-AG-QTD(WS-AG-IDX)   TO WS-RD-QTD
007030     ADD WS-AG-CHEIO(WS-AG-IDX) TO WS-RD-CHEIO
007040     ADD WS-AG-PAGO(WS-AG-IDX)  TO WS-RD-PAGO
007050     ADD WS-AG-VALOR(WS-AG-IDX) TO WS-RD-VALOR
007060     MOVE SPACES TO REPORT-LINE
007070     MOVE WS-AG-ROTA(WS-AG-IDX)      TO REPORT-LINE(3:3)
007080     MOVE WS-AG-CATEGORIA(WS-AG-IDX) TO REPORT-LINE(8:15)
007090     MOVE WS-AG-TARIFA(WS-AG-IDX)    TO WS-TARIFA-ED
007100     MOVE WS-AG-QTD(WS-AG-IDX)       TO WS-QTD-ED
007110     MOVE WS-AG-CHEIO(WS-AG-IDX)     TO WS-VALOR-ED
007120     MOVE WS-AG-PAGO(WS-AG-IDX)      TO WS-VALOR-ED2
007130     MOVE WS-AG-VALOR(WS-AG-IDX)     TO WS-VALOR-ED3
007140     MOVE WS-TARIFA-ED TO REPORT-LINE(24:6)
007150     MOVE WS-QTD-ED    TO REPORT-LINE(31:7)
007160     MOVE WS-VALOR-ED  TO REPORT-LINE(39:12)
007170     MOVE WS-VALOR-ED2 TO REPORT-LINE(52:12)
007180     MOVE WS-VALOR-ED3 TO REPORT-LINE(65:12)
007190     WRITE REPORT-LINE.
007200 2220-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240*  2300-GRAVA-ENTREGA
007250*  ARQUIVO DE ENTREGA A PREFEITURA (PREFSUB): CABECALHO, UM
007260*  DETALHE POR ROTA + CATEGORIA + TARIFA NA ORDEM DO DEMONSTRATIVO
007270*  E O TRAILER COM A QUANTIDADE DE DETALHES E AS SOMAS.
007280******************************************************************
007290 2300-GRAVA-ENTREGA.
007300     OPEN OUTPUT PREF-SUBMISSION-FILE
007310     MOVE SPACES    TO PREF-SUBMISSION-RECORD
007320     MOVE "H"       TO PSB-TIPO
007330     MOVE WS-IN-MES TO PSB-HDR-MES
007340     MOVE WS-PT-NUMERO(WS-PT-IDX) TO PSB-HDR-NUMERO
007350     MOVE WS-HOJE   TO PSB-HDR-EMISSAO
007360     WRITE PREF-SUBMISSION-RECORD
007370     MOVE ZERO TO WS-PSB-REGISTROS
007380     PERFORM 2310-ENTREGA-ROTA THRU 2310-EXIT
007390         VARYING WS-SCAN FROM 1 BY 1
007400         UNTIL WS-SCAN > WS-RO-COUNT
007410     MOVE SPACES           TO PREF-SUBMISSION-RECORD
007420     MOVE "T"              TO PSB-TIPO
007430     MOVE WS-PSB-REGISTROS TO PSB-TRL-REGISTROS
007440     MOVE WS-TOT-QTD       TO PSB-TRL-QTD
007450     MOVE WS-TOT-VALOR     TO PSB-TRL-VALOR
007460     WRITE PREF-SUBMISSION-RECORD
007470     CLOSE PREF-SUBMISSION-FILE.
007480 2300-EXIT.
007490     EXIT.
007500
007510 2310-ENTREGA-ROTA.
007520     SET WS-RO-IDX TO WS-SCAN
007530     PERFORM 2320-ENTREGA-LINHA THRU 2320-EXIT
007540         VARYING WS-SCAN2 FROM 1 BY 1
007550         UNTIL WS-SCAN2 > WS-AG-COUNT.
007560 2310-EXIT.
007570     EXIT.
007580
007590 2320-ENTREGA-LINHA.
007600     SET WS-AG-IDX TO WS-SCAN2
007610     IF WS-AG-ROTA(WS-AG-IDX) NOT = WS-RO-ROTA(WS-RO-IDX)
007620         GO TO 2320-EXIT
007630     END-IF
007640     MOVE SPACES                     TO PREF-SUBMISSION-RECORD
007650     MOVE "D"                        TO PSB-TIPO
007660     MOVE WS-AG-ROTA(WS-AG-IDX)      TO PSB-DET-ROTA
007670     MOVE WS-AG-CATEGORIA(WS-AG-IDX) TO PSB-DET-CATEGORIA
007680     MOVE WS-AG-TARIFA(WS-AG-IDX)    TO PSB-DET-TARIFA
007690     MOVE WS-AG-QTD(WS-AG-IDX)       TO PSB-DET-QTD
007700     MOVE WS-AG-CHEIO(WS-AG-IDX)     TO PSB-DET-VALOR-CHEIO
007710     MOVE WS-AG-PAGO(WS-AG-IDX)      TO PSB-DET-VALOR-PAGO
007720     MOVE WS-AG-VALOR(WS-AG-IDX)     TO PSB-DET-VALOR
007730     WRITE PREF-SUBMISSION-RECORD
007740     ADD 1 TO WS-PSB-REGISTROS.
007750 2320-EXIT.
007760     EXIT.
007770
007780******************************************************************
007790*  2400-POST-RECEIVABLE
007800*  LANCA O PLEITO NO LEDGER: DEBITO NO A RECEBER DA PREFEITURA E
007810*  CREDITO NA RECEITA DE SUBSIDIO - FORA DAS TARIFAS EM DINHEIRO
007820*  QUE O RAZAO LANCA.
007830******************************************************************
007840 2400-POST-RECEIVABLE.
007850     IF WS-TOT-VALOR = ZERO
007860         GO TO 2400-EXIT
007870     END-IF
007880     OPEN EXTEND LEDGER-POSTING-FILE
007890     IF WS-LEDGER-FILE-STATUS = "35"
007900         OPEN OUTPUT LEDGER-POSTING-FILE
007910         CLOSE LEDGER-POSTING-FILE
007920         OPEN EXTEND LEDGER-POSTING-FILE
007930     END-IF
007940     MOVE SPACES               TO LEDGER-POSTING-RECORD
007950     MOVE WS-HOJE              TO LED-POSTING-DATE
007960     MOVE WS-CONTA-REC-PREF    TO LED-ACCOUNT
007970     MOVE "D"                  TO LED-DC
007980     MOVE WS-TOT-VALOR         TO LED-AMOUNT
007990     MOVE "PLEITO PREFEITURA"  TO LED-DESC
007992     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
007994                          LEDGER-POSTING-RECORD WS-PERIODO-SW
007996     IF NOT WS-PERIODO-RECUSADO
008000         WRITE LEDGER-POSTING-RECORD
008005     END-IF
008010     MOVE SPACES               TO LEDGER-POSTING-RECORD
008020     MOVE WS-HOJE              TO LED-POSTING-DATE
008030     MOVE WS-CONTA-SUBSIDIO    TO LED-ACCOUNT
008040     MOVE "C"                  TO LED-DC
008050     MOVE WS-TOT-VALOR         TO LED-AMOUNT
008060     MOVE "SUBSIDIO GRATUIDADE" TO LED-DESC
008062     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
008064                          LEDGER-POSTING-RECORD WS-PERIODO-SW
008066     IF NOT WS-PERIODO-RECUSADO
008070         WRITE LEDGER-POSTING-RECORD
008075     END-IF
008080     CLOSE LEDGER-POSTING-FILE.
008090 2400-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130*  2500-REGISTRA-PAGAMENTO
008140*  REGISTRA O QUE A PREFEITURA PAGOU CONTRA UM PLEITO COM SALDO
008150*  (DEBITO CAIXA, CREDITO A RECEBER DA PREFEITURA). PAGAMENTO
008160*  MENOR QUE O SALDO PERGUNTA SE O RESTO FICA EM ABERTO OU E
008170*  BAIXADO COMO GLOSA (DEBITO 565GLOSA, CREDITO A RECEBER).
008180******************************************************************
008190 2500-REGISTRA-PAGAMENTO.
008200     DISPLAY "NUMERO DO PLEITO:"
008210     ACCEPT WS-IN-NUMERO
008220     IF WS-IN-NUMERO NOT NUMERIC
008230         DISPLAY "NUMERO INVALIDO"
008240         GO TO 2500-EXIT
008250     END-IF
008260     MOVE WS-IN-NUMERO TO WS-NUM-WK
008270     MOVE "N" TO WS-FOUND-SW
008280     PERFORM 2550-MATCH-PLEITO THRU 2550-EXIT
008290         VARYING WS-SCAN FROM 1 BY 1
008300         UNTIL WS-SCAN > WS-PT-COUNT OR WS-FOUND
008310     IF NOT WS-FOUND
008320         DISPLAY "PLEITO NAO ENCONTRADO OU JA QUITADO"
008330         GO TO 2500-EXIT
008340     END-IF
008350     COMPUTE WS-SALDO = WS-PT-VALOR(WS-PT-IDX)
008360                      - WS-PT-RECEBIDO(WS-PT-IDX)
008370                      - WS-PT-GLOSA(WS-PT-IDX)
008380     MOVE WS-PT-VALOR(WS-PT-IDX) TO WS-VALOR-ED
008390     MOVE WS-SALDO               TO WS-VALOR-ED2
008400     DISPLAY "PLEITO " WS-PT-NUMERO(WS-PT-IDX) " MES "
008410             WS-PT-MES(WS-PT-IDX) " R$" WS-VALOR-ED
008420             " SALDO R$" WS-VALOR-ED2
008430     DISPLAY "VALOR RECEBIDO (CENTAVOS, EX. 0150000 = R$1500,00):"
008440     ACCEPT WS-IN-VALOR
008450     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-YES
008460                           WS-VALOR-VALID-SW
008470     IF NOT WS-VALOR-VALID
008480         DISPLAY "VALOR INVALIDO - PAGAMENTO NAO REGISTRADO"
008490         GO TO 2500-EXIT
008500     END-IF
008510     COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-IN-VALOR) / 100
008520     IF WS-VALOR-NUM > WS-SALDO
008530         DISPLAY "VALOR MAIOR QUE O SALDO DO PLEITO - PAGAMENTO"
008540                 " NAO REGISTRADO"
008550         GO TO 2500-EXIT
008560     END-IF
008570     MOVE ZERO TO WS-GLOSA-WK
008580     IF WS-VALOR-NUM < WS-SALDO
008590         COMPUTE WS-GLOSA-WK = WS-SALDO - WS-VALOR-NUM
008600         MOVE WS-GLOSA-WK TO WS-VALOR-ED3
008610         DISPLAY "RESTAM R$" WS-VALOR-ED3 " - A PREFEITURA GLOSOU"
008620                 " O RESTO? (S = BAIXAR COMO GLOSA):"
008630         ACCEPT WS-RESPOSTA
008640         IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
008650             MOVE ZERO TO WS-GLOSA-WK
008660         END-IF
008670     END-IF
008680     IF WS-VALOR-NUM = ZERO AND WS-GLOSA-WK = ZERO
008690         DISPLAY "NADA A REGISTRAR"
008700         GO TO 2500-EXIT
008710     END-IF
008720     ADD WS-VALOR-NUM TO WS-PT-RECEBIDO(WS-PT-IDX)
008730     ADD WS-GLOSA-WK  TO WS-PT-GLOSA(WS-PT-IDX)
008740     MOVE WS-HOJE     TO WS-PT-PAY-DATE(WS-PT-IDX)
008750     IF WS-PT-RECEBIDO(WS-PT-IDX) + WS-PT-GLOSA(WS-PT-IDX)
008760             < WS-PT-VALOR(WS-PT-IDX)
008770         MOVE "P" TO WS-PT-STATUS(WS-PT-IDX)
008780     ELSE
008790         MOVE "Q" TO WS-PT-STATUS(WS-PT-IDX)
008800     END-IF
008810     ADD 1 TO WS-CHANGE-COUNT
008820     OPEN EXTEND LEDGER-POSTING-FILE
008830     IF WS-LEDGER-FILE-STATUS = "35"
008840         OPEN OUTPUT LEDGER-POSTING-FILE
008850         CLOSE LEDGER-POSTING-FILE
008860         OPEN EXTEND LEDGER-POSTING-FILE
008870     END-IF
008880     IF WS-VALOR-NUM > ZERO
008890         MOVE SPACES               TO LEDGER-POSTING-RECORD
008900         MOVE WS-HOJE              TO LED-POSTING-DATE
008910         MOVE WS-CONTA-CAIXA       TO LED-ACCOUNT
008920         MOVE "D"                  TO LED-DC
008930         MOVE WS-VALOR-NUM         TO LED-AMOUNT
008940         MOVE "PGTO PREFEITURA"    TO LED-DESC
008942         CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
008944                              LEDGER-POSTING-RECORD WS-PERIODO-SW
008946         IF NOT WS-PERIODO-RECUSADO
008950             WRITE LEDGER-POSTING-RECORD
008955         END-IF
008960         MOVE SPACES               TO LEDGER-POSTING-RECORD
008970         MOVE WS-HOJE              TO LED-POSTING-DATE
008980         MOVE WS-CONTA-REC-PREF    TO LED-ACCOUNT
008990         MOVE "C"                  TO LED-DC
009000         MOVE WS-VALOR-NUM         TO LED-AMOUNT
009010         MOVE "BAIXA PLEITO"       TO LED-DESC
009012         CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
009014                              LEDGER-POSTING-RECORD WS-PERIODO-SW
009016         IF NOT WS-PERIODO-RECUSADO
009020             WRITE LEDGER-POSTING-RECORD
009025         END-IF
009030     END-IF
009040     IF WS-GLOSA-WK > ZERO
009050         MOVE SPACES               TO LEDGER-POSTING-RECORD
009060         MOVE WS-HOJE              TO LED-POSTING-DATE
009070         MOVE WS-CONTA-GLOSA       TO LED-ACCOUNT
009080         MOVE "D"                  TO LED-DC
009090         MOVE WS-GLOSA-WK          TO LED-AMOUNT
009100         MOVE "GLOSA PREFEITURA"   TO LED-DESC
009102         CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
009104                              LEDGER-POSTING-RECORD WS-PERIODO-SW
009106         IF NOT WS-PERIODO-RECUSADO
009110             WRITE LEDGER-POSTING-RECORD
009115         END-IF
009120         MOVE SPACES               TO LEDGER-POSTING-RECORD
009130         MOVE WS-HOJE              TO LED-POSTING-DATE
009140         MOVE WS-CONTA-REC-PREF    TO LED-ACCOUNT
009150         MOVE "C"                  TO LED-DC
009160         MOVE WS-GLOSA-WK          TO LED-AMOUNT
009170         MOVE "BAIXA GLOSA PLEITO" TO LED-DESC
009172         CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
009174                              LEDGER-POSTING-RECORD WS-PERIODO-SW
009176         IF NOT WS-PERIODO-RECUSADO
009180             WRITE LEDGER-POSTING-RECORD
009185         END-IF
009190     END-IF
009200     CLOSE LEDGER-POSTING-FILE
009210     PERFORM 7100-WRITE-AUDIT-PAGAMENTO
009220     IF WS-PT-STATUS(WS-PT-IDX) = "Q"
009230         DISPLAY "PAGAMENTO REGISTRADO - PLEITO QUITADO"
009240     ELSE
009250         DISPLAY "PAGAMENTO REGISTRADO - PLEITO SEGUE COM SALDO"
009260     END-IF.
009270 2500-EXIT.
009280     EXIT.
009290
009300 2550-MATCH-PLEITO.
009310     SET WS-PT-IDX TO WS-SCAN
009320     IF WS-PT-NUMERO(WS-PT-IDX) = WS-NUM-WK
009330         AND WS-PT-STATUS(WS-PT-IDX) NOT = "Q"
009340         MOVE "Y" TO WS-FOUND-SW
009350     END-IF.
009360 2550-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400*  2600-LIST-ABERTOS
009410*  LISTA OS PLEITOS COM SALDO A RECEBER.
009420******************************************************************
009430 2600-LIST-ABERTOS.
009440     PERFORM 2650-LIST-ONE THRU 2650-EXIT
009450         VARYING WS-SCAN FROM 1 BY 1
009460         UNTIL WS-SCAN > WS-PT-COUNT.
009470 2600-EXIT.
009480     EXIT.
009490
009500 2650-LIST-ONE.
009510     SET WS-PT-IDX TO WS-SCAN
009520     IF WS-PT-STATUS(WS-PT-IDX) = "Q"
009530         GO TO 2650-EXIT
009540     END-IF
009550     COMPUTE WS-SALDO = WS-PT-VALOR(WS-PT-IDX)
009560                      - WS-PT-RECEBIDO(WS-PT-IDX)
009570                      - WS-PT-GLOSA(WS-PT-IDX)
009580     MOVE WS-PT-VALOR(WS-PT-IDX)    TO WS-VALOR-ED
009590     MOVE WS-PT-RECEBIDO(WS-PT-IDX) TO WS-VALOR-ED2
009600     MOVE WS-SALDO                  TO WS-VALOR-ED3
009610     DISPLAY WS-PT-NUMERO(WS-PT-IDX) " " WS-PT-MES(WS-PT-IDX)
009620             " R$" WS-VALOR-ED " RECEBIDO R$" WS-VALOR-ED2
009630             " SALDO R$" WS-VALOR-ED3.
009640 2650-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680*  3000-FINALIZE
009690*  REGRAVA OS PLEITOS INTEIROS E FECHA A AUDITORIA.
009700******************************************************************
009710 3000-FINALIZE.
009720     OPEN OUTPUT CLAIM-FILE
009730     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
009740         VARYING WS-SCAN FROM 1 BY 1
009750         UNTIL WS-SCAN > WS-PT-COUNT
009760     CLOSE CLAIM-FILE
009770     CLOSE AUDIT-LOG-FILE
009780     DISPLAY "PLEITOS GRAVADOS - ALTERACOES: " WS-CHANGE-COUNT.
009790
009800 3100-WRITE-ONE.
009810     SET WS-PT-IDX TO WS-SCAN
009820     MOVE SPACES                       TO CLAIM-RECORD
009830     MOVE WS-PT-NUMERO(WS-PT-IDX)      TO PLT-NUMERO
009840     MOVE WS-PT-MES(WS-PT-IDX)         TO PLT-MES
009850     MOVE WS-PT-EMISSAO(WS-PT-IDX)     TO PLT-EMISSAO
009860     MOVE WS-PT-QTD(WS-PT-IDX)         TO PLT-QTD
009870     MOVE WS-PT-VALOR-CHEIO(WS-PT-IDX) TO PLT-VALOR-CHEIO
009880     MOVE WS-PT-VALOR-PAGO(WS-PT-IDX)  TO PLT-VALOR-PAGO
009890     MOVE WS-PT-VALOR(WS-PT-IDX)       TO PLT-VALOR
009900     MOVE WS-PT-RECEBIDO(WS-PT-IDX)    TO PLT-RECEBIDO
009910     MOVE WS-PT-GLOSA(WS-PT-IDX)       TO PLT-GLOSA
009920     MOVE WS-PT-STATUS(WS-PT-IDX)      TO PLT-STATUS
009930     MOVE WS-PT-PAY-DATE(WS-PT-IDX)    TO PLT-PAY-DATE
009940     MOVE WS-PT-OPERATOR(WS-PT-IDX)    TO PLT-OPERATOR-ID
009950     WRITE CLAIM-RECORD.
009960 3100-EXIT.
009970     EXIT.
009980
009990******************************************************************
010000*  7000-WRITE-AUDIT-PLEITO
010010*  GRAVA A GERACAO DO PLEITO NA TRILHA DE AUDITORIA.
010020******************************************************************
010030 7000-WRITE-AUDIT-PLEITO.
010040     MOVE "SUBSIDIO"          TO AUDIT-PROGRAM-ID
010050     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010060     ACCEPT AUDIT-TIME FROM TIME
010070     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010080     MOVE WS-PT-MES(WS-PT-IDX) TO AUDIT-KEY
010090     MOVE SPACES              TO AUDIT-DETAIL
010100     MOVE WS-PT-VALOR(WS-PT-IDX) TO WS-VALOR-ED
010110     STRING "PLEITO " WS-PT-NUMERO(WS-PT-IDX)
010120            " R$" WS-VALOR-ED " GERADO"
010130         DELIMITED BY SIZE INTO AUDIT-DETAIL
010140     CALL "AUDITWR" USING AUDIT-RECORD.
010150
010160******************************************************************
010170*  7100-WRITE-AUDIT-PAGAMENTO
010180*  GRAVA O PAGAMENTO (E A GLOSA) DO PLEITO NA TRILHA DE AUDITORIA.
010190******************************************************************
010200 7100-WRITE-AUDIT-PAGAMENTO.
010210     MOVE "SUBSIDIO"          TO AUDIT-PROGRAM-ID
010220     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010230     ACCEPT AUDIT-TIME FROM TIME
010240     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010250     MOVE WS-PT-MES(WS-PT-IDX) TO AUDIT-KEY
010260     MOVE SPACES              TO AUDIT-DETAIL
010270     MOVE WS-VALOR-NUM        TO WS-VALOR-ED
010280     MOVE WS-GLOSA-WK         TO WS-VALOR-ED2
010290     STRING "PLEITO " WS-PT-NUMERO(WS-PT-IDX)
010300            " PAGO R$" WS-VALOR-ED " GLOSA R$" WS-VALOR-ED2
010310         DELIMITED BY SIZE INTO AUDIT-DETAIL
010320     CALL "AUDITWR" USING AUDIT-RECORD.
010330
010340******************************************************************
010350*  8200-TARIFA-VIGENTE
010360*  TARIFA CHEIA DA ROTA WS-ROTA-WK EM VIGOR EM WS-DATA-TARIFA: A
010370*  VIGENCIA MAIS RECENTE QUE JA COMECOU E NAO ESTA ENCERRADA NA
010380*  DATA (MESMA REGRA DO VIAGEM).
010390******************************************************************
010400 8200-TARIFA-VIGENTE.
010410     MOVE "N"    TO WS-TARIFA-SW
010420     MOVE ZERO   TO WS-PRECO-CHEIO
010430     MOVE SPACES TO WS-BEST-EFFECTIVE
010440     PERFORM 8250-TRY-ROTA-ENTRY THRU 8250-EXIT
010450         VARYING WS-RT-IDX FROM 1 BY 1
010460         UNTIL WS-RT-IDX > WS-RT-COUNT.
010470 8200-EXIT.
010480     EXIT.
010490
010500 8250-TRY-ROTA-ENTRY.
010510     IF WS-RT-CODIGO(WS-RT-IDX) NOT = WS-ROTA-WK
010520         GO TO 8250-EXIT
010530     END-IF
010540     IF WS-RT-EFFECTIVE(WS-RT-IDX) > WS-DATA-TARIFA
010550         GO TO 8250-EXIT
010560     END-IF
010570     IF WS-RT-END(WS-RT-IDX) NOT = SPACES
010580         AND WS-RT-END(WS-RT-IDX) < WS-DATA-TARIFA
010590         GO TO 8250-EXIT
010600     END-IF
010610     IF WS-RT-EFFECTIVE(WS-RT-IDX) >= WS-BEST-EFFECTIVE
010620         MOVE WS-RT-EFFECTIVE(WS-RT-IDX) TO WS-BEST-EFFECTIVE
010630         MOVE WS-RT-PRECO(WS-RT-IDX)     TO WS-PRECO-CHEIO
010640         MOVE "Y" TO WS-TARIFA-SW
010650     END-IF.
010660 8250-EXIT.
010670     EXIT.
010680
010690******************************************************************
010700*  8300-ACHA-ACUMULADO
010710*  POSICIONA WS-AG-IDX NO ACUMULADO DA ROTA + CATEGORIA + TARIFA
010720*  CHEIA DO EMBARQUE, ABRINDO-O (E A ROTA NA LISTA DE ROTAS) SE
010730*  AINDA NAO EXISTE. TABELA CHEIA LIGA WS-AG-CHEIA.
010740******************************************************************
010750 8300-ACHA-ACUMULADO.
010760     MOVE "N" TO WS-FOUND-SW
010770     PERFORM 8350-MATCH-ACUMULADO THRU 8350-EXIT
010780         VARYING WS-SCAN FROM 1 BY 1
010790         UNTIL WS-SCAN > WS-AG-COUNT OR WS-FOUND
010800     IF WS-FOUND
010810         GO TO 8300-EXIT
010820     END-IF
010830     IF WS-AG-COUNT >= 200
010840         MOVE "Y" TO WS-AG-CHEIA-SW
010850         GO TO 8300-EXIT
010860     END-IF
010870     MOVE "N" TO WS-FOUND-SW
010880     PERFORM 8370-MATCH-ROTA THRU 8370-EXIT
010890         VARYING WS-SCAN FROM 1 BY 1
010900         UNTIL WS-SCAN > WS-RO-COUNT OR WS-FOUND
010910     IF NOT WS-FOUND
010920         IF WS-RO-COUNT >= 20
010930             MOVE "Y" TO WS-AG-CHEIA-SW
010940             GO TO 8300-EXIT
010950         END-IF
010960         ADD 1 TO WS-RO-COUNT
010970         SET WS-RO-IDX TO WS-RO-COUNT
010980         MOVE TICKET-ROTA TO WS-RO-ROTA(WS-RO-IDX)
010990     END-IF
011000     ADD 1 TO WS-AG-COUNT
011010     SET WS-AG-IDX TO WS-AG-COUNT
011020     MOVE TICKET-ROTA      TO WS-AG-ROTA(WS-AG-IDX)
011030     MOVE TICKET-CATEGORIA TO WS-AG-CATEGORIA(WS-AG-IDX)
011040     MOVE WS-PRECO-CHEIO   TO WS-AG-TARIFA(WS-AG-IDX)
011050     MOVE ZERO             TO WS-AG-QTD(WS-AG-IDX)
011060     MOVE ZERO             TO WS-AG-CHEIO(WS-AG-IDX)
011070     MOVE ZERO             TO WS-AG-PAGO(WS-AG-IDX)
011080     MOVE ZERO             TO WS-AG-VALOR(WS-AG-IDX).
011090 8300-EXIT.
011100     EXIT.
011110
011120 8350-MATCH-ACUMULADO.
011130     SET WS-AG-IDX TO WS-SCAN
011140     IF WS-AG-ROTA(WS-AG-IDX) = TICKET-ROTA
011150         AND WS-AG-CATEGORIA(WS-AG-IDX) = TICKET-CATEGORIA
011160         AND WS-AG-TARIFA(WS-AG-IDX) = WS-PRECO-CHEIO
011170         MOVE "Y" TO WS-FOUND-SW
011180     END-IF.
011190 8350-EXIT.
011200     EXIT.
011210
011220 8370-MATCH-ROTA.
011230     SET WS-RO-IDX TO WS-SCAN
011240     IF WS-RO-ROTA(WS-RO-IDX) = TICKET-ROTA
011250         MOVE "Y" TO WS-FOUND-SW
011260     END-IF.
011270 8370-EXIT.
011280     EXIT.
