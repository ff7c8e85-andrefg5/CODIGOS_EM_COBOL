000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RESSARC.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  LOJA - RESSARCIMENTO DE QUEBRA DE CAIXA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  RESSARC.CBL
000090*  LIVRO DE RESSARCIMENTO DE QUEBRA DE CAIXA. O MOEDA GRAVA A
000100*  DIFERENCA DE CADA GAVETA NO TELLVARH E O TENDENCIA APONTA AS
000110*  FALTAS REPETIDAS, MAS O QUE O CAIXA FICAVA DEVENDO DEPOIS ERA
000120*  COMBINADO DE BOCA E ACOMPANHADO NUMA PLANILHA. AGORA:
000130*    - TODA FALTA DO TELLVARH ACIMA DA TOLERANCIA DA LOJA ABRE UM
000140*      RECEBIVEL NO RESSLEDG (CHAVE CAIXA + DATA DO NEGOCIO), SEM
000150*      NUNCA ABRIR O MESMO DUAS VEZES;
000160*    - O SUPERVISOR (NIVEL 9 NO OPAUTH) REGISTRA A CIENCIA DO
000170*      CAIXA (TERMO ASSINADO) OU A CONTESTACAO, A BAIXA E O
000180*      PARCELAMENTO ACORDADO; O PAGAMENTO EM DINHEIRO ENTRA PELO
000190*      OPERADOR;
000200*    - O FECHAMENTO DO MES GERA O DESCONTO EM FOLHA (FOLHDESC) DOS
000210*      RECEBIVEIS COM CIENCIA, UMA PARCELA POR MES, E O EXTRATO DE
000220*      SALDO POR CAIXA (RESSRPT). RECEBIVEL CONTESTADO OU SEM
000230*      CIENCIA NAO VAI PARA A FOLHA;
000240*    - TODO MOVIMENTO VAI PARA A TRILHA DE AUDITORIA.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000281*  2026-10-15 AFG   O EXTRATO TAMBEM LISTA, NUMA SECAO PROPRIA, OS
000282*                   RECEBIVEIS DE CAIXA QUE NAO ESTA NO TELLMAST
000283*                   (NOME "NAO CADASTRADO"), E O SALDO DELES ENTRA
000284*                   NO TOTAL A RECEBER.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RESS-LEDGER-FILE ASSIGN TO "RESSLEDG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS WS-RESS-FILE-STATUS.
000360     SELECT TELLER-VARIANCE-FILE ASSIGN TO "TELLVARH"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-TVARH-FILE-STATUS.
000390     SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-TELLM-FILE-STATUS.
000420     SELECT FOLHA-DESCONTO-FILE ASSIGN TO "FOLHDESC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-FDES-FILE-STATUS.
000450     SELECT RESS-REPORT-FILE ASSIGN TO "RESSRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RESS-LEDGER-FILE
000530     RECORDING MODE IS F.
000540     COPY RESSREC.
000550 FD  TELLER-VARIANCE-FILE
000560     RECORDING MODE IS F.
000570     COPY TVARHREC.
000580 FD  TELLER-MASTER-FILE
000590     RECORDING MODE IS F.
000600     COPY TELLMREC.
000610 FD  FOLHA-DESCONTO-FILE
000620     RECORDING MODE IS F.
000630     COPY FOLDESCREC.
000640 FD  RESS-REPORT-FILE
000650     RECORDING MODE IS F.
000660 01  REPORT-LINE                 PIC X(80).
000670 FD  AUDIT-LOG-FILE
000680     RECORDING MODE IS F.
000690     COPY AUDITREC.
000700 WORKING-STORAGE SECTION.
000710 01  WS-SWITCHES.
000720     05  WS-RESS-FILE-STATUS     PIC X(02)   VALUE "00".
000730     05  WS-TVARH-FILE-STATUS    PIC X(02)   VALUE "00".
000740     05  WS-TELLM-FILE-STATUS    PIC X(02)   VALUE "00".
000750     05  WS-FDES-FILE-STATUS     PIC X(02)   VALUE "00".
000760     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000770     05  WS-RESS-EOF-SW          PIC X(01)   VALUE "N".
000780         88  WS-RESS-EOF                     VALUE "Y".
000790     05  WS-TVARH-EOF-SW         PIC X(01)   VALUE "N".
000800         88  WS-TVARH-EOF                    VALUE "Y".
000810     05  WS-TELLM-EOF-SW         PIC X(01)   VALUE "N".
000820         88  WS-TELLM-EOF                    VALUE "Y".
000830     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000840         88  WS-EXIT                         VALUE "Y".
000850     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000860         88  WS-SIGNON-VALID                 VALUE "Y".
000870     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000880         88  WS-FOUND                        VALUE "Y".
000881     05  WS-TLM-FOUND-SW         PIC X(01)   VALUE "N".
000882         88  WS-TLM-FOUND                    VALUE "Y".
000883     05  WS-JA-LISTADO-SW        PIC X(01)   VALUE "N".
000884         88  WS-JA-LISTADO                   VALUE "Y".
000885     05  WS-ORFAO-HDR-SW         PIC X(01)   VALUE "N".
000886         88  WS-ORFAO-HDR                    VALUE "Y".
000890 01  WS-MSG-CODE-WK              PIC X(08).
000900 01  WS-MSG-TEXT-WK              PIC X(60).
000910 01  WS-OPERATOR-ID              PIC X(08).
000920 01  WS-OPERATOR-PIN             PIC X(04).
000930 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000940 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000950     88  WS-AUTHORIZED                       VALUE "Y".
000960*  CIENCIA, CONTESTACAO, BAIXA E PARCELAMENTO SAO DECISOES DO
000970*  SUPERVISOR - NIVEL 9 CONFERIDO PELO OPAUTH NA HORA DA ACAO.
000980 01  WS-SUPERV-LEVEL             PIC 9(01)   VALUE 9.
000990 01  WS-SUPERV-SW                PIC X(01)   VALUE "N".
001000     88  WS-SUPERVISOR                       VALUE "Y".
001001*  TOLERANCIA DA LOJA PARA A FALTA DA GAVETA (A MESMA DO
001002*  CONCILIA): ATE ESTE VALOR A FALTA E TROCO MIUDO E NAO ABRE
001003*  RECEBIVEL.
001030 77  WS-TOLERANCIA               PIC 9(03)V99 VALUE 1.00.
001040*  PARCELAMENTO MAXIMO ACORDADO COM O CAIXA.
001050 77  WS-MAX-PARCELAS             PIC 9(02)   VALUE 12.
001060 01  WS-ACAO                     PIC X(01).
001070 01  WS-HOJE                     PIC X(08).
001080 01  WS-MES                      PIC X(06).
001090 01  WS-IN-MES                   PIC X(06).
001100 01  WS-IN-SEQ                   PIC X(03).
001110 01  WS-SEQ-NUM                  PIC 9(03).
001120 01  WS-IN-AMOUNT                PIC X(10).
001130 01  WS-IN-PARCELAS              PIC X(02).
001140 01  WS-IN-OBS                   PIC X(30).
001150 01  WS-PARC-NUM                 PIC 9(02).
001160 01  WS-AMOUNT-NUM               PIC 9(05)V99.
001170 01  WS-AMOUNT-VALID-SW          PIC X(01)   VALUE "N".
001180     88  WS-AMOUNT-VALID                     VALUE "Y".
001190 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
001200 01  WS-FALTA-ABS                PIC 9(05)V99.
001210 01  WS-DESCONTO                 PIC 9(05)V99.
001220 01  WS-NOVO-TIPO                PIC X(01).
001230 01  WS-SCAN                     PIC 9(03).
001231 01  WS-SCAN2                    PIC 9(03).
001232 01  WS-SCAN3                    PIC 9(03).
001240 01  WS-OPEN-COUNT               PIC 9(03)   VALUE ZERO.
001250 01  WS-DESC-COUNT               PIC 9(03)   VALUE ZERO.
001260 01  WS-DESC-TOTAL               PIC 9(07)V99 VALUE ZERO.
001270 01  WS-CAIXA-SALDO              PIC 9(07)V99.
001280 01  WS-GERAL-SALDO              PIC 9(07)V99.
001290 01  WS-CAIXA-ATUAL              PIC X(05).
001300 01  WS-NOME-WK                  PIC X(30).
001310 01  WS-VALOR-ED                 PIC ZZZZ9.99.
001320 01  WS-SALDO-ED                 PIC ZZZZ9.99.
001330 01  WS-TOTAL-ED                 PIC ZZZZZZ9.99.
001340 01  WS-RUN-STAMP-DISP           PIC X(30).
001350     COPY RUNSTAMP.
001360
001370******************************************************************
001380*  RECEBIVEIS MONTADOS EM MEMORIA A PARTIR DOS MOVIMENTOS DO
001390*  RESSLEDG - UM POR CAIXA + DATA DA FALTA, COM SITUACAO, SALDO E
001400*  O PARCELAMENTO EM VIGOR.
001410******************************************************************
001420 01  WS-RC-TABLE.
001430     05  WS-RC-ENTRY OCCURS 200 TIMES
001440                     INDEXED BY WS-RC-IDX.
001450         10  WS-RC-TELLER        PIC X(05).
001460         10  WS-RC-REF-DATE      PIC X(08).
001470         10  WS-RC-ORIGINAL      PIC 9(05)V99.
001480         10  WS-RC-SALDO         PIC 9(05)V99.
001490         10  WS-RC-SITUACAO      PIC X(01).
001500         10  WS-RC-PARCELAS      PIC 9(02).
001510         10  WS-RC-VALOR-PARC    PIC 9(05)V99.
001520         10  WS-RC-PARC-PAGAS    PIC 9(02).
001530         10  WS-RC-ULT-MES       PIC X(06).
001540 01  WS-RC-COUNT                 PIC 9(03)   VALUE ZERO.
001550 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001560     88  WS-OVERFLOW                         VALUE "Y".
001570
001580******************************************************************
001590*  CADASTRO DE CAIXAS, PARA O NOME NO EXTRATO E NA FOLHA.
001600******************************************************************
001610 01  WS-TELLM-TABLE.
001620     05  WS-TLM-ENTRY OCCURS 100 TIMES
001630                      INDEXED BY WS-TLM-IDX.
001640         10  WS-TLM-ID           PIC X(05).
001650         10  WS-TLM-NAME         PIC X(30).
001660 01  WS-TELLM-COUNT              PIC 9(03)   VALUE ZERO.
001670
001680 PROCEDURE DIVISION.
001690
001700 0000-MAINLINE.
001710     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001720*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001730     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001740                         WS-AUTHORIZED-SW
001750     IF NOT WS-AUTHORIZED
001760         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001770         MOVE 8 TO RETURN-CODE
001780         STOP RUN
001790     END-IF
001800     CALL "OPAUTH" USING WS-OPERATOR-ID WS-SUPERV-LEVEL
001810                         WS-SUPERV-SW
001820     PERFORM 1000-INITIALIZE
001830     IF WS-OVERFLOW
001840         DISPLAY "RESSLEDG MAIOR QUE A TABELA (200) - EXECUCAO"
001850                 " RECUSADA, NADA ALTERADO"
001860         MOVE 8 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001900         UNTIL WS-EXIT
001910     PERFORM 3000-FINALIZE
001920     STOP RUN.
001930
001940******************************************************************
001950*  0010-SIGN-ON
001960*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001970*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001980******************************************************************
001990 0010-SIGN-ON.
002000     MOVE "N" TO WS-SIGNON-VALID-SW
002010     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002020         UNTIL WS-SIGNON-VALID.
002030 0010-EXIT.
002040     EXIT.
002050
002060 0020-PROMPT-SIGNON.
002070     MOVE "SGN-001" TO WS-MSG-CODE-WK
002080     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002090     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002100     ACCEPT WS-OPERATOR-ID
002110     MOVE "SGN-002" TO WS-MSG-CODE-WK
002120     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002130     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002140     ACCEPT WS-OPERATOR-PIN
002150     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002160                           WS-SIGNON-VALID-SW
002170     IF NOT WS-SIGNON-VALID
002180         MOVE "SGN-003" TO WS-MSG-CODE-WK
002190         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002200         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002210     END-IF.
002220 0020-EXIT.
002230     EXIT.
002240
002250******************************************************************
002260*  1000-INITIALIZE
002270*  CARREGA O CADASTRO DE CAIXAS, MONTA OS RECEBIVEIS A PARTIR DOS
002280*  MOVIMENTOS DO RESSLEDG E ABRE A AUDITORIA.
002290******************************************************************
002300 1000-INITIALIZE.
002310     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002320     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002330     ACCEPT RUN-STAMP-ID   FROM TIME
002340     MOVE SPACES TO WS-RUN-STAMP-DISP
002350     STRING "EXECUCAO " DELIMITED BY SIZE
002360            RUN-STAMP-DATE DELIMITED BY SIZE
002370            " " DELIMITED BY SIZE
002380            RUN-STAMP-ID DELIMITED BY SIZE
002390         INTO WS-RUN-STAMP-DISP
002400     OPEN INPUT TELLER-MASTER-FILE
002410     IF WS-TELLM-FILE-STATUS = "00"
002420         PERFORM 1050-LOAD-TELLER THRU 1050-EXIT
002430             UNTIL WS-TELLM-EOF
002440         CLOSE TELLER-MASTER-FILE
002450     END-IF
002460     OPEN INPUT RESS-LEDGER-FILE
002470     IF WS-RESS-FILE-STATUS NOT = "00"
002480         MOVE "Y" TO WS-RESS-EOF-SW
002490     ELSE
002500         PERFORM 1100-LOAD-MOVEMENT THRU 1100-EXIT
002510             UNTIL WS-RESS-EOF
002520         CLOSE RESS-LEDGER-FILE
002530     END-IF
002540     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002550
002560 1050-LOAD-TELLER.
002570     READ TELLER-MASTER-FILE
002580         AT END
002590             MOVE "Y" TO WS-TELLM-EOF-SW
002600             GO TO 1050-EXIT
002610     END-READ
002620     IF WS-TELLM-COUNT < 100
002630         ADD 1 TO WS-TELLM-COUNT
002640         SET WS-TLM-IDX TO WS-TELLM-COUNT
002650         MOVE TELLM-ID   TO WS-TLM-ID(WS-TLM-IDX)
002660         MOVE TELLM-NAME TO WS-TLM-NAME(WS-TLM-IDX)
002670     END-IF.
002680 1050-EXIT.
002690     EXIT.
002700
002710 1100-LOAD-MOVEMENT.
002720     READ RESS-LEDGER-FILE
002730         AT END
002740             MOVE "Y" TO WS-RESS-EOF-SW
002750             GO TO 1100-EXIT
002760     END-READ
002770     PERFORM 1200-APPLY-MOVEMENT THRU 1200-EXIT.
002780 1100-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820*  1200-APPLY-MOVEMENT
002830*  APLICA UM MOVIMENTO DO RESSLEDG (LIDO OU RECEM-GRAVADO) AO
002840*  RECEBIVEL DA CHAVE CAIXA + DATA DA FALTA. A ABERTURA CRIA O
002850*  RECEBIVEL; OS DEMAIS MOVIMENTOS SO VALEM SE ELE EXISTIR.
002860******************************************************************
002870 1200-APPLY-MOVEMENT.
002880     PERFORM 5000-FIND-RECEIVABLE THRU 5000-EXIT
002890     IF RESS-ABERTURA
002900         IF WS-FOUND
002910             GO TO 1200-EXIT
002920         END-IF
002930         IF WS-RC-COUNT >= 200
002940             MOVE "Y" TO WS-OVERFLOW-SW
002950             GO TO 1200-EXIT
002960         END-IF
002970         ADD 1 TO WS-RC-COUNT
002980         SET WS-RC-IDX TO WS-RC-COUNT
002990         MOVE RESS-TELLER-ID TO WS-RC-TELLER(WS-RC-IDX)
003000         MOVE RESS-REF-DATE  TO WS-RC-REF-DATE(WS-RC-IDX)
003010         MOVE RESS-VALOR     TO WS-RC-ORIGINAL(WS-RC-IDX)
003020         MOVE RESS-VALOR     TO WS-RC-SALDO(WS-RC-IDX)
003030         MOVE "A"            TO WS-RC-SITUACAO(WS-RC-IDX)
003040         MOVE ZERO           TO WS-RC-PARCELAS(WS-RC-IDX)
003050         MOVE ZERO           TO WS-RC-VALOR-PARC(WS-RC-IDX)
003060         MOVE ZERO           TO WS-RC-PARC-PAGAS(WS-RC-IDX)
003070         MOVE SPACES         TO WS-RC-ULT-MES(WS-RC-IDX)
003080         MOVE "Y"            TO WS-FOUND-SW
003090         GO TO 1200-EXIT
003100     END-IF
003110     IF NOT WS-FOUND
003120         GO TO 1200-EXIT
003130     END-IF
003140     EVALUATE TRUE
003150         WHEN RESS-CIENCIA
003160             MOVE "R" TO WS-RC-SITUACAO(WS-RC-IDX)
003170         WHEN RESS-CONTESTACAO
003180             MOVE "C" TO WS-RC-SITUACAO(WS-RC-IDX)
003190         WHEN RESS-PARCELAMENTO
003200             MOVE RESS-PARCELAS TO WS-RC-PARCELAS(WS-RC-IDX)
003210             MOVE RESS-VALOR    TO WS-RC-VALOR-PARC(WS-RC-IDX)
003220             MOVE ZERO          TO WS-RC-PARC-PAGAS(WS-RC-IDX)
003230         WHEN RESS-BAIXA
003240         WHEN RESS-PAGAMENTO
003250             SUBTRACT RESS-VALOR FROM WS-RC-SALDO(WS-RC-IDX)
003260         WHEN RESS-DESCONTO-FOLHA
003270             SUBTRACT RESS-VALOR FROM WS-RC-SALDO(WS-RC-IDX)
003280             ADD 1 TO WS-RC-PARC-PAGAS(WS-RC-IDX)
003290             MOVE RESS-MES TO WS-RC-ULT-MES(WS-RC-IDX)
003300     END-EVALUATE.
003310 1200-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*  0100-OPEN-AUDIT-LOG-FILE
003360*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003370*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003380******************************************************************
003390 0100-OPEN-AUDIT-LOG-FILE.
003400     OPEN EXTEND AUDIT-LOG-FILE
003410     IF WS-AUDIT-FILE-STATUS = "35"
003420         OPEN OUTPUT AUDIT-LOG-FILE
003430         CLOSE AUDIT-LOG-FILE
003440         OPEN EXTEND AUDIT-LOG-FILE
003450     END-IF.
003460
003470******************************************************************
003480*  2000-SHOW-MENU
003490*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
003500******************************************************************
003510 2000-SHOW-MENU.
003520     DISPLAY " "
003530     DISPLAY "RESSARCIMENTO DE QUEBRA DE CAIXA - ESCOLHA A ACAO:"
003540     DISPLAY "  G - ABRIR RECEBIVEIS DAS FALTAS DO TELLVARH"
003550     DISPLAY "  L - LISTAR RECEBIVEIS EM ABERTO"
003560     DISPLAY "  R - CIENCIA DO CAIXA (SUPERVISOR)"
003570     DISPLAY "  C - CONTESTACAO DO CAIXA (SUPERVISOR)"
003580     DISPLAY "  B - BAIXA (SUPERVISOR)"
003590     DISPLAY "  N - PARCELAMENTO (SUPERVISOR)"
003600     DISPLAY "  P - PAGAMENTO EM DINHEIRO"
003610     DISPLAY "  M - FECHAMENTO DO MES (FOLHA E EXTRATO)"
003620     DISPLAY "  X - SAIR"
003630     ACCEPT WS-ACAO
003640     EVALUATE WS-ACAO
003650         WHEN "G"
003660         WHEN "g"
003670             PERFORM 2100-OPEN-RECEIVABLES THRU 2100-EXIT
003680         WHEN "L"
003690         WHEN "l"
003700             PERFORM 2500-LIST-OPEN THRU 2500-EXIT
003710         WHEN "R"
003720         WHEN "r"
003730             MOVE "R" TO WS-NOVO-TIPO
003740             PERFORM 2300-RECORD-STANCE THRU 2300-EXIT
003750         WHEN "C"
003760         WHEN "c"
003770             MOVE "C" TO WS-NOVO-TIPO
003780             PERFORM 2300-RECORD-STANCE THRU 2300-EXIT
003790         WHEN "B"
003800         WHEN "b"
003810             MOVE "B" TO WS-NOVO-TIPO
003820             PERFORM 2400-RECORD-PAYMENT THRU 2400-EXIT
003830         WHEN "P"
003840         WHEN "p"
003850             MOVE "P" TO WS-NOVO-TIPO
003860             PERFORM 2400-RECORD-PAYMENT THRU 2400-EXIT
003870         WHEN "N"
003880         WHEN "n"
003890             PERFORM 2450-RECORD-PLAN THRU 2450-EXIT
003900         WHEN "M"
003910         WHEN "m"
003920             PERFORM 2600-MONTH-CLOSE THRU 2600-EXIT
003930         WHEN "X"
003940         WHEN "x"
003950             MOVE "Y" TO WS-EXIT-SW
003960         WHEN OTHER
003970             DISPLAY "ACAO INVALIDA"
003980     END-EVALUATE.
003990 2000-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030*  2100-OPEN-RECEIVABLES
004040*  VARRE O TELLVARH E ABRE UM RECEBIVEL PARA CADA FALTA ACIMA DA
004050*  TOLERANCIA QUE AINDA NAO ESTEJA NO LIVRO - RODAR DE NOVO NAO
004060*  DUPLICA NADA.
004070******************************************************************
004080 2100-OPEN-RECEIVABLES.
004090     MOVE ZERO TO WS-OPEN-COUNT
004100     MOVE "N" TO WS-TVARH-EOF-SW
004110     OPEN INPUT TELLER-VARIANCE-FILE
004120     IF WS-TVARH-FILE-STATUS NOT = "00"
004130         DISPLAY "TELLVARH NAO ENCONTRADO - NADA A ABRIR"
004140         GO TO 2100-EXIT
004150     END-IF
004160     PERFORM 2150-CHECK-ONE-VARIANCE THRU 2150-EXIT
004170         UNTIL WS-TVARH-EOF
004180     CLOSE TELLER-VARIANCE-FILE
004190     DISPLAY "RECEBIVEIS ABERTOS: " WS-OPEN-COUNT.
004200 2100-EXIT.
004210     EXIT.
004220
004230 2150-CHECK-ONE-VARIANCE.
004240     READ TELLER-VARIANCE-FILE
004250         AT END
004260             MOVE "Y" TO WS-TVARH-EOF-SW
004270             GO TO 2150-EXIT
004280     END-READ
004290     IF TVARH-RESULT NOT = "FALTA"
004300         OR TVARH-VARIANCE NOT < ZERO
004310         GO TO 2150-EXIT
004320     END-IF
004330     COMPUTE WS-FALTA-ABS = ZERO - TVARH-VARIANCE
004340     IF WS-FALTA-ABS NOT > WS-TOLERANCIA
004350         GO TO 2150-EXIT
004360     END-IF
004370     MOVE TVARH-TELLER-ID TO RESS-TELLER-ID
004380     MOVE TVARH-BUS-DATE  TO RESS-REF-DATE
004390     PERFORM 5000-FIND-RECEIVABLE THRU 5000-EXIT
004400     IF WS-FOUND
004410         GO TO 2150-EXIT
004420     END-IF
004430     IF WS-RC-COUNT >= 200
004440         DISPLAY "TABELA DE RECEBIVEIS CHEIA - FALTA DE "
004450                 TVARH-TELLER-ID " EM " TVARH-BUS-DATE
004460                 " FICA PARA A PROXIMA"
004470         GO TO 2150-EXIT
004480     END-IF
004490     MOVE SPACES          TO RESS-LEDGER-RECORD
004500     MOVE TVARH-TELLER-ID TO RESS-TELLER-ID
004510     MOVE TVARH-BUS-DATE  TO RESS-REF-DATE
004520     MOVE "A"             TO RESS-TIPO
004530     MOVE WS-FALTA-ABS    TO RESS-VALOR
004540     MOVE ZERO            TO RESS-PARCELAS
004550     MOVE "FALTA DO TELLVARH" TO RESS-OBS
004560     PERFORM 4000-POST-MOVEMENT THRU 4000-EXIT
004570     ADD 1 TO WS-OPEN-COUNT.
004580 2150-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*  2300-RECORD-STANCE
004630*  SUPERVISOR REGISTRA A POSICAO DO CAIXA SOBRE O RECEBIVEL:
004640*  CIENCIA (TERMO ASSINADO) OU CONTESTACAO. UM RECEBIVEL
004650*  CONTESTADO PODE RECEBER A CIENCIA DEPOIS (CONTESTACAO VENCIDA)
004660*  OU SER BAIXADO.
004670******************************************************************
004680 2300-RECORD-STANCE.
004690     IF NOT WS-SUPERVISOR
004700         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
004710         GO TO 2300-EXIT
004720     END-IF
004730     PERFORM 5100-SELECT-RECEIVABLE THRU 5100-EXIT
004740     IF NOT WS-FOUND
004750         GO TO 2300-EXIT
004760     END-IF
004770     IF WS-RC-SITUACAO(WS-RC-IDX) = WS-NOVO-TIPO
004780         DISPLAY "RECEBIVEL JA ESTA NESTA SITUACAO"
004790         GO TO 2300-EXIT
004800     END-IF
004810     IF WS-NOVO-TIPO = "R"
004820         DISPLAY "NUMERO/REFERENCIA DO TERMO ASSINADO:"
004830     ELSE
004840         DISPLAY "MOTIVO DA CONTESTACAO:"
004850     END-IF
004860     ACCEPT WS-IN-OBS
004870     IF WS-IN-OBS = SPACES
004880         DISPLAY "REFERENCIA OBRIGATORIA - NADA FEITO"
004890         GO TO 2300-EXIT
004900     END-IF
004910     MOVE SPACES                     TO RESS-LEDGER-RECORD
004920     MOVE WS-RC-TELLER(WS-RC-IDX)    TO RESS-TELLER-ID
004930     MOVE WS-RC-REF-DATE(WS-RC-IDX)  TO RESS-REF-DATE
004940     MOVE WS-NOVO-TIPO               TO RESS-TIPO
004950     MOVE ZERO                       TO RESS-VALOR
004960     MOVE ZERO                       TO RESS-PARCELAS
004970     MOVE WS-IN-OBS                  TO RESS-OBS
004980     PERFORM 4000-POST-MOVEMENT THRU 4000-EXIT
004990     DISPLAY "SITUACAO REGISTRADA".
005000 2300-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040*  2400-RECORD-PAYMENT
005050*  BAIXA (SUPERVISOR) OU PAGAMENTO EM DINHEIRO (OPERADOR), NUNCA
005060*  ACIMA DO SALDO DO RECEBIVEL.
005070******************************************************************
005080 2400-RECORD-PAYMENT.
005090     IF WS-NOVO-TIPO = "B" AND NOT WS-SUPERVISOR
005100         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
005110         GO TO 2400-EXIT
005120     END-IF
005130     PERFORM 5100-SELECT-RECEIVABLE THRU 5100-EXIT
005140     IF NOT WS-FOUND
005150         GO TO 2400-EXIT
005160     END-IF
005170     DISPLAY "VALOR (CENTAVOS, EX. 0001250 = R$12,50):"
005180     ACCEPT WS-IN-AMOUNT
005190     CALL "VALIDNUM" USING WS-IN-AMOUNT WS-ALLOW-ZERO-NO
005200                           WS-AMOUNT-VALID-SW
005210     IF NOT WS-AMOUNT-VALID
005220         DISPLAY "VALOR INVALIDO - NADA FEITO"
005230         GO TO 2400-EXIT
005240     END-IF
005250     COMPUTE WS-AMOUNT-NUM =
005260         FUNCTION NUMVAL(WS-IN-AMOUNT) / 100
005270     IF WS-AMOUNT-NUM > WS-RC-SALDO(WS-RC-IDX)
005280         MOVE WS-RC-SALDO(WS-RC-IDX) TO WS-SALDO-ED
005290         DISPLAY "VALOR ACIMA DO SALDO (R$" WS-SALDO-ED
005300                 ") - NADA FEITO"
005310         GO TO 2400-EXIT
005320     END-IF
005330     IF WS-NOVO-TIPO = "B"
005340         DISPLAY "MOTIVO DA BAIXA:"
005350     ELSE
005360         DISPLAY "NUMERO DO RECIBO:"
005370     END-IF
005380     ACCEPT WS-IN-OBS
005390     MOVE SPACES                     TO RESS-LEDGER-RECORD
005400     MOVE WS-RC-TELLER(WS-RC-IDX)    TO RESS-TELLER-ID
005410     MOVE WS-RC-REF-DATE(WS-RC-IDX)  TO RESS-REF-DATE
005420     MOVE WS-NOVO-TIPO               TO RESS-TIPO
005430     MOVE WS-AMOUNT-NUM              TO RESS-VALOR
005440     MOVE ZERO                       TO RESS-PARCELAS
005450     MOVE WS-IN-OBS                  TO RESS-OBS
005460     PERFORM 4000-POST-MOVEMENT THRU 4000-EXIT
005470     MOVE WS-RC-SALDO(WS-RC-IDX) TO WS-SALDO-ED
005480     DISPLAY "MOVIMENTO GRAVADO - SALDO R$" WS-SALDO-ED.
005490 2400-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530*  2450-RECORD-PLAN
005540*  SUPERVISOR REGISTRA O PARCELAMENTO ACORDADO SOBRE O SALDO DE UM
005550*  RECEBIVEL COM CIENCIA. A PARCELA E O SALDO DIVIDIDO PELO NUMERO
005560*  DE PARCELAS; A ULTIMA LEVA O RESIDUO DO ARREDONDAMENTO.
005570******************************************************************
005580 2450-RECORD-PLAN.
005590     IF NOT WS-SUPERVISOR
005600         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
005610         GO TO 2450-EXIT
005620     END-IF
005630     PERFORM 5100-SELECT-RECEIVABLE THRU 5100-EXIT
005640     IF NOT WS-FOUND
005650         GO TO 2450-EXIT
005660     END-IF
005670     IF WS-RC-SITUACAO(WS-RC-IDX) NOT = "R"
005680         DISPLAY "PARCELAMENTO SO COM A CIENCIA DO CAIXA"
005690         GO TO 2450-EXIT
005700     END-IF
005710     DISPLAY "NUMERO DE PARCELAS (01 A 12):"
005720     ACCEPT WS-IN-PARCELAS
005730     IF WS-IN-PARCELAS NOT NUMERIC
005740         DISPLAY "NUMERO INVALIDO - NADA FEITO"
005750         GO TO 2450-EXIT
005760     END-IF
005770     MOVE WS-IN-PARCELAS TO WS-PARC-NUM
005780     IF WS-PARC-NUM = ZERO
005790         OR WS-PARC-NUM > WS-MAX-PARCELAS
005800         DISPLAY "NUMERO FORA DA FAIXA - NADA FEITO"
005810         GO TO 2450-EXIT
005820     END-IF
005830     MOVE SPACES                     TO RESS-LEDGER-RECORD
005840     MOVE WS-RC-TELLER(WS-RC-IDX)    TO RESS-TELLER-ID
005850     MOVE WS-RC-REF-DATE(WS-RC-IDX)  TO RESS-REF-DATE
005860     MOVE "N"                        TO RESS-TIPO
005870     MOVE WS-PARC-NUM                TO RESS-PARCELAS
005880     COMPUTE RESS-VALOR ROUNDED =
005890         WS-RC-SALDO(WS-RC-IDX) / RESS-PARCELAS
005900     MOVE "PARCELAMENTO ACORDADO" TO RESS-OBS
005910     PERFORM 4000-POST-MOVEMENT THRU 4000-EXIT
005920     MOVE WS-RC-VALOR-PARC(WS-RC-IDX) TO WS-VALOR-ED
005930     DISPLAY "PARCELAMENTO GRAVADO - " WS-PARC-NUM
005940             " PARCELAS DE R$" WS-VALOR-ED.
005950 2450-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*  2500-LIST-OPEN
006000*  LISTA OS RECEBIVEIS COM SALDO, COM A POSICAO USADA NAS ACOES.
006010******************************************************************
006020 2500-LIST-OPEN.
006030     PERFORM 2550-LIST-ONE THRU 2550-EXIT
006040         VARYING WS-SCAN FROM 1 BY 1
006050         UNTIL WS-SCAN > WS-RC-COUNT.
006060 2500-EXIT.
006070     EXIT.
006080
006090 2550-LIST-ONE.
006100     SET WS-RC-IDX TO WS-SCAN
006110     IF WS-RC-SALDO(WS-RC-IDX) = ZERO
006120         GO TO 2550-EXIT
006130     END-IF
006140     MOVE WS-RC-ORIGINAL(WS-RC-IDX) TO WS-VALOR-ED
006150     MOVE WS-RC-SALDO(WS-RC-IDX)    TO WS-SALDO-ED
006160     DISPLAY WS-SCAN " "
006170             WS-RC-TELLER(WS-RC-IDX) " "
006180             WS-RC-REF-DATE(WS-RC-IDX) " FALTA R$" WS-VALOR-ED
006190             " SALDO R$" WS-SALDO-ED " SIT "
006200             WS-RC-SITUACAO(WS-RC-IDX) " PARC "
006210             WS-RC-PARC-PAGAS(WS-RC-IDX) "/"
006220             WS-RC-PARCELAS(WS-RC-IDX).
006230 2550-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270*  2600-MONTH-CLOSE
006280*  FECHAMENTO DO MES: UMA PARCELA DE DESCONTO EM FOLHA POR
006290*  RECEBIVEL COM CIENCIA E SALDO (SEM PARCELAMENTO, O SALDO
006300*  INTEIRO), NUNCA DUAS NO MESMO MES; DEPOIS O EXTRATO DE SALDO
006310*  POR CAIXA. CONTESTADOS E SEM CIENCIA FICAM SO NO EXTRATO.
006320******************************************************************
006330 2600-MONTH-CLOSE.
006340     IF NOT WS-SUPERVISOR
006350         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
006360         GO TO 2600-EXIT
006370     END-IF
006380     DISPLAY "MES DE COMPETENCIA (AAAAMM, BRANCO=MES CORRENTE):"
006390     ACCEPT WS-IN-MES
006400     IF WS-IN-MES = SPACES
006410         MOVE WS-HOJE(1:6) TO WS-MES
006420     ELSE
006430         IF WS-IN-MES NOT NUMERIC
006440             DISPLAY "MES INVALIDO - NADA FEITO"
006450             GO TO 2600-EXIT
006460         END-IF
006470         MOVE WS-IN-MES TO WS-MES
006480     END-IF
006490     MOVE ZERO TO WS-DESC-COUNT
006500     MOVE ZERO TO WS-DESC-TOTAL
006510     OPEN EXTEND FOLHA-DESCONTO-FILE
006520     IF WS-FDES-FILE-STATUS = "35"
006530         OPEN OUTPUT FOLHA-DESCONTO-FILE
006540         CLOSE FOLHA-DESCONTO-FILE
006550         OPEN EXTEND FOLHA-DESCONTO-FILE
006560     END-IF
006570     PERFORM 2650-DEDUCT-ONE THRU 2650-EXIT
006580         VARYING WS-SCAN FROM 1 BY 1
006590         UNTIL WS-SCAN > WS-RC-COUNT
006600     CLOSE FOLHA-DESCONTO-FILE
006610     MOVE WS-DESC-TOTAL TO WS-TOTAL-ED
006620     DISPLAY "DESCONTOS GERADOS: " WS-DESC-COUNT
006630             " TOTAL R$" WS-TOTAL-ED
006640     PERFORM 2700-PRINT-STATEMENT THRU 2700-EXIT
006650     PERFORM 7100-WRITE-AUDIT-MES.
006660 2600-EXIT.
006670     EXIT.
006680
006690 2650-DEDUCT-ONE.
006700     SET WS-RC-IDX TO WS-SCAN
006710     IF WS-RC-SITUACAO(WS-RC-IDX) NOT = "R"
006720         OR WS-RC-SALDO(WS-RC-IDX) = ZERO
006730         OR WS-RC-ULT-MES(WS-RC-IDX) = WS-MES
006740         GO TO 2650-EXIT
006750     END-IF
006760     IF WS-RC-PARCELAS(WS-RC-IDX) = ZERO
006770         OR WS-RC-PARC-PAGAS(WS-RC-IDX) + 1
006780             NOT < WS-RC-PARCELAS(WS-RC-IDX)
006790         OR WS-RC-VALOR-PARC(WS-RC-IDX) > WS-RC-SALDO(WS-RC-IDX)
006800         MOVE WS-RC-SALDO(WS-RC-IDX) TO WS-DESCONTO
006810     ELSE
006820         MOVE WS-RC-VALOR-PARC(WS-RC-IDX) TO WS-DESCONTO
006830     END-IF
006840     MOVE WS-RC-TELLER(WS-RC-IDX) TO WS-CAIXA-ATUAL
006850     PERFORM 5200-FIND-NAME THRU 5200-EXIT
006860     MOVE SPACES                     TO FOLHA-DESCONTO-RECORD
006870     MOVE WS-MES                     TO FDES-MES
006880     MOVE "Q"                        TO FDES-ORIGEM
006890     MOVE WS-RC-TELLER(WS-RC-IDX)    TO FDES-FUNC-ID
006900     MOVE WS-NOME-WK                 TO FDES-NOME
006910     MOVE WS-DESCONTO                TO FDES-VALOR
006920     STRING "QUEBRA " WS-RC-REF-DATE(WS-RC-IDX)
006930         DELIMITED BY SIZE INTO FDES-REFERENCIA
006940     WRITE FOLHA-DESCONTO-RECORD
006950     MOVE SPACES                     TO RESS-LEDGER-RECORD
006960     MOVE WS-RC-TELLER(WS-RC-IDX)    TO RESS-TELLER-ID
006970     MOVE WS-RC-REF-DATE(WS-RC-IDX)  TO RESS-REF-DATE
006980     MOVE "D"                        TO RESS-TIPO
006990     MOVE WS-DESCONTO                TO RESS-VALOR
007000     MOVE ZERO                       TO RESS-PARCELAS
007010     MOVE WS-MES                     TO RESS-MES
007020     MOVE "DESCONTO EM FOLHA"        TO RESS-OBS
007030     PERFORM 4000-POST-MOVEMENT THRU 4000-EXIT
007040     ADD 1 TO WS-DESC-COUNT
007050     ADD WS-DESCONTO TO WS-DESC-TOTAL.
007060 2650-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100*  2700-PRINT-STATEMENT
007110*  EXTRATO DE SALDO POR CAIXA (RESSRPT): CADA RECEBIVEL COM SALDO,
007111*  SUA SITUACAO E PARCELAS, E O TOTAL DEVIDO PELO CAIXA. O CAIXA
007112*  QUE SAIU DO TELLMAST (OU NAO COUBE NA TABELA) CONTINUA DEVENDO:
007113*  OS RECEBIVEIS DELE SAEM DEPOIS, NA SECAO DE CAIXAS NAO
007114*  CADASTRADOS, E ENTRAM NO TOTAL GERAL.
007130******************************************************************
007140 2700-PRINT-STATEMENT.
007150     OPEN OUTPUT RESS-REPORT-FILE
007160     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
007170     WRITE REPORT-LINE
007180     MOVE SPACES TO REPORT-LINE
007190     STRING "EXTRATO DE RESSARCIMENTO DE QUEBRA DE CAIXA - MES "
007200            WS-MES
007210         DELIMITED BY SIZE INTO REPORT-LINE
007220     WRITE REPORT-LINE
007230     MOVE SPACES TO REPORT-LINE
007240     WRITE REPORT-LINE
007250     MOVE ZERO TO WS-GERAL-SALDO
007260     PERFORM 2750-PRINT-TELLER THRU 2750-EXIT
007270         VARYING WS-TLM-IDX FROM 1 BY 1
007280         UNTIL WS-TLM-IDX > WS-TELLM-COUNT
007281     MOVE "N" TO WS-ORFAO-HDR-SW
007282     PERFORM 2770-PRINT-ORFAO THRU 2770-EXIT
007283         VARYING WS-SCAN2 FROM 1 BY 1
007284         UNTIL WS-SCAN2 > WS-RC-COUNT
007290     MOVE WS-GERAL-SALDO TO WS-TOTAL-ED
007300     MOVE SPACES TO REPORT-LINE
007310     STRING "TOTAL A RECEBER DOS CAIXAS: R$" WS-TOTAL-ED
007320         DELIMITED BY SIZE INTO REPORT-LINE
007330     WRITE REPORT-LINE
007340     CLOSE RESS-REPORT-FILE
007350     DISPLAY "EXTRATO GRAVADO EM RESSRPT".
007360 2700-EXIT.
007370     EXIT.
007380
007390 2750-PRINT-TELLER.
007391     MOVE WS-TLM-ID(WS-TLM-IDX)   TO WS-CAIXA-ATUAL
007392     MOVE WS-TLM-NAME(WS-TLM-IDX) TO WS-NOME-WK
007393     PERFORM 2755-PRINT-CAIXA THRU 2755-EXIT.
007394 2750-EXIT.
007395     EXIT.
007396
007397 2755-PRINT-CAIXA.
007410     MOVE ZERO TO WS-CAIXA-SALDO
007420     MOVE "N" TO WS-FOUND-SW
007430     PERFORM 2760-PRINT-RECEIVABLE THRU 2760-EXIT
007440         VARYING WS-SCAN FROM 1 BY 1
007450         UNTIL WS-SCAN > WS-RC-COUNT
007460     IF WS-FOUND
007470         MOVE WS-CAIXA-SALDO TO WS-TOTAL-ED
007480         MOVE SPACES TO REPORT-LINE
007490         STRING "    SALDO DEVEDOR DO CAIXA: R$" WS-TOTAL-ED
007500             DELIMITED BY SIZE INTO REPORT-LINE
007510         WRITE REPORT-LINE
007520         MOVE SPACES TO REPORT-LINE
007530         WRITE REPORT-LINE
007540         ADD WS-CAIXA-SALDO TO WS-GERAL-SALDO
007550     END-IF.
007560 2755-EXIT.
007570     EXIT.
007580
007590 2760-PRINT-RECEIVABLE.
007600     SET WS-RC-IDX TO WS-SCAN
007610     IF WS-RC-TELLER(WS-RC-IDX) NOT = WS-CAIXA-ATUAL
007620         OR WS-RC-SALDO(WS-RC-IDX) = ZERO
007630         GO TO 2760-EXIT
007640     END-IF
007650     IF NOT WS-FOUND
007660         MOVE "Y" TO WS-FOUND-SW
007670         MOVE SPACES TO REPORT-LINE
007680         STRING "CAIXA " WS-CAIXA-ATUAL " "
007690                WS-NOME-WK
007700             DELIMITED BY SIZE INTO REPORT-LINE
007710         WRITE REPORT-LINE
007720     END-IF
007730     MOVE WS-RC-ORIGINAL(WS-RC-IDX) TO WS-VALOR-ED
007740     MOVE WS-RC-SALDO(WS-RC-IDX)    TO WS-SALDO-ED
007750     MOVE SPACES TO REPORT-LINE
007760     STRING "    FALTA " WS-RC-REF-DATE(WS-RC-IDX)
007770            " R$" WS-VALOR-ED
007780            " SALDO R$" WS-SALDO-ED
007790            " PARC " WS-RC-PARC-PAGAS(WS-RC-IDX)
007800            "/" WS-RC-PARCELAS(WS-RC-IDX)
007810         DELIMITED BY SIZE INTO REPORT-LINE
007820     EVALUATE WS-RC-SITUACAO(WS-RC-IDX)
007830         WHEN "A"
007840             MOVE "SEM CIENCIA" TO REPORT-LINE(62:19)
007850         WHEN "R"
007860             MOVE "CIENTE" TO REPORT-LINE(62:19)
007870         WHEN "C"
007880             MOVE "CONTESTADO" TO REPORT-LINE(62:19)
007890     END-EVALUATE
007900     WRITE REPORT-LINE
007910     ADD WS-RC-SALDO(WS-RC-IDX) TO WS-CAIXA-SALDO.
007920 2760-EXIT.
007921     EXIT.
007922
007923******************************************************************
007924*  2770-PRINT-ORFAO
007925*  RECEBIVEL COM SALDO DE CAIXA FORA DO TELLMAST: NA PRIMEIRA VEZ
007926*  QUE O CAIXA APARECE NA TABELA, IMPRIME TODOS OS RECEBIVEIS DELE
007927*  COMO "NAO CADASTRADO"; NAS SEGUINTES ELE JA FOI LISTADO.
007928******************************************************************
007929 2770-PRINT-ORFAO.
007930     SET WS-RC-IDX TO WS-SCAN2
007931     IF WS-RC-SALDO(WS-RC-IDX) = ZERO
007932         GO TO 2770-EXIT
007933     END-IF
007934     MOVE WS-RC-TELLER(WS-RC-IDX) TO WS-CAIXA-ATUAL
007935     PERFORM 5200-FIND-NAME THRU 5200-EXIT
007936     IF WS-TLM-FOUND
007937         GO TO 2770-EXIT
007938     END-IF
007939     MOVE "N" TO WS-JA-LISTADO-SW
007940     PERFORM 2780-MATCH-ANTERIOR THRU 2780-EXIT
007941         VARYING WS-SCAN3 FROM 1 BY 1
007942         UNTIL WS-SCAN3 >= WS-SCAN2 OR WS-JA-LISTADO
007943     IF WS-JA-LISTADO
007944         GO TO 2770-EXIT
007945     END-IF
007946     IF NOT WS-ORFAO-HDR
007947         MOVE "Y" TO WS-ORFAO-HDR-SW
007948         MOVE SPACES TO REPORT-LINE
007949         MOVE "CAIXAS NAO CADASTRADOS NO TELLMAST" TO REPORT-LINE
007950         WRITE REPORT-LINE
007951         MOVE SPACES TO REPORT-LINE
007952         WRITE REPORT-LINE
007953     END-IF
007954     MOVE "NAO CADASTRADO" TO WS-NOME-WK
007955     PERFORM 2755-PRINT-CAIXA THRU 2755-EXIT.
007956 2770-EXIT.
007957     EXIT.
007958
007959 2780-MATCH-ANTERIOR.
007960     SET WS-RC-IDX TO WS-SCAN3
007961     IF WS-RC-TELLER(WS-RC-IDX) = WS-CAIXA-ATUAL
007962         AND WS-RC-SALDO(WS-RC-IDX) NOT = ZERO
007963         MOVE "Y" TO WS-JA-LISTADO-SW
007964     END-IF.
007965 2780-EXIT.
007966     EXIT.
007967
007968******************************************************************
007969*  3000-FINALIZE
007970*  FECHA A AUDITORIA. O LIVRO JA FOI GRAVADO MOVIMENTO A
007980*  MOVIMENTO.
007990******************************************************************
008000 3000-FINALIZE.
008010     CLOSE AUDIT-LOG-FILE
008020     DISPLAY "RESSARCIMENTO ENCERRADO".
008030
008040******************************************************************
008050*  4000-POST-MOVEMENT
008060*  ACRESCENTA O MOVIMENTO MONTADO EM RESS-LEDGER-RECORD AO
008070*  RESSLEDG, APLICA-O AO RECEBIVEL EM MEMORIA E GRAVA A
008080*  AUDITORIA.
008090******************************************************************
008100 4000-POST-MOVEMENT.
008110     MOVE WS-HOJE        TO RESS-MOV-DATE
008120     MOVE WS-OPERATOR-ID TO RESS-OPERATOR-ID
008130     OPEN EXTEND RESS-LEDGER-FILE
008140     IF WS-RESS-FILE-STATUS = "35"
008150         OPEN OUTPUT RESS-LEDGER-FILE
008160         CLOSE RESS-LEDGER-FILE
008170         OPEN EXTEND RESS-LEDGER-FILE
008180     END-IF
008190     WRITE RESS-LEDGER-RECORD
008200     CLOSE RESS-LEDGER-FILE
008210     PERFORM 1200-APPLY-MOVEMENT THRU 1200-EXIT
008220     PERFORM 7000-WRITE-AUDIT-MOV.
008230 4000-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270*  5000-FIND-RECEIVABLE
008280*  LOCALIZA O RECEBIVEL DE RESS-TELLER-ID + RESS-REF-DATE.
008290******************************************************************
008300 5000-FIND-RECEIVABLE.
008310     MOVE "N" TO WS-FOUND-SW
008320     PERFORM 5050-MATCH-RECEIVABLE THRU 5050-EXIT
008330         VARYING WS-RC-IDX FROM 1 BY 1
008340         UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-FOUND
008350     IF WS-FOUND
008360         SET WS-RC-IDX DOWN BY 1
008370     END-IF.
008380 5000-EXIT.
008390     EXIT.
008400
008410 5050-MATCH-RECEIVABLE.
008420     IF WS-RC-TELLER(WS-RC-IDX) = RESS-TELLER-ID
008430         AND WS-RC-REF-DATE(WS-RC-IDX) = RESS-REF-DATE
008440         MOVE "Y" TO WS-FOUND-SW
008450     END-IF.
008460 5050-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500*  5100-SELECT-RECEIVABLE
008510*  PEDE A POSICAO DO RECEBIVEL (VER ACAO L) E POSICIONA O INDICE.
008520******************************************************************
008530 5100-SELECT-RECEIVABLE.
008540     MOVE "N" TO WS-FOUND-SW
008550     DISPLAY "NUMERO DO RECEBIVEL (VER ACAO L):"
008560     ACCEPT WS-IN-SEQ
008570     IF WS-IN-SEQ NOT NUMERIC
008580         DISPLAY "NUMERO INVALIDO"
008590         GO TO 5100-EXIT
008600     END-IF
008610     MOVE WS-IN-SEQ TO WS-SEQ-NUM
008620     IF WS-SEQ-NUM = ZERO OR WS-SEQ-NUM > WS-RC-COUNT
008630         DISPLAY "RECEBIVEL NAO ENCONTRADO"
008640         GO TO 5100-EXIT
008650     END-IF
008660     SET WS-RC-IDX TO WS-SEQ-NUM
008670     IF WS-RC-SALDO(WS-RC-IDX) = ZERO
008680         DISPLAY "RECEBIVEL JA QUITADO"
008690         GO TO 5100-EXIT
008700     END-IF
008710     MOVE "Y" TO WS-FOUND-SW.
008720 5100-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760*  5200-FIND-NAME
008770*  NOME DO CAIXA WS-CAIXA-ATUAL NO CADASTRO (BRANCO SE AUSENTE).
008780******************************************************************
008790 5200-FIND-NAME.
008800     MOVE SPACES TO WS-NOME-WK
008801     MOVE "N" TO WS-TLM-FOUND-SW
008810     PERFORM 5250-MATCH-NAME THRU 5250-EXIT
008820         VARYING WS-TLM-IDX FROM 1 BY 1
008830         UNTIL WS-TLM-IDX > WS-TELLM-COUNT.
008840 5200-EXIT.
008850     EXIT.
008860
008870 5250-MATCH-NAME.
008880     IF WS-TLM-ID(WS-TLM-IDX) = WS-CAIXA-ATUAL
008890         MOVE WS-TLM-NAME(WS-TLM-IDX) TO WS-NOME-WK
008891         MOVE "Y" TO WS-TLM-FOUND-SW
008900     END-IF.
008910 5250-EXIT.
008920     EXIT.
008930
008940******************************************************************
008950*  7000-WRITE-AUDIT-MOV
008960*  GRAVA NA AUDITORIA CADA MOVIMENTO DO LIVRO, COM O SALDO
008970*  RESULTANTE DO RECEBIVEL.
008980******************************************************************
008990 7000-WRITE-AUDIT-MOV.
009000     MOVE "RESSARC"          TO AUDIT-PROGRAM-ID
009010     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
009020     ACCEPT AUDIT-TIME FROM TIME
009030     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
009040     MOVE RESS-TELLER-ID      TO AUDIT-KEY
009050     MOVE SPACES              TO AUDIT-DETAIL
009060     MOVE RESS-VALOR          TO WS-VALOR-ED
009070     IF WS-FOUND
009080         MOVE WS-RC-SALDO(WS-RC-IDX) TO WS-SALDO-ED
009090     ELSE
009100         MOVE ZERO TO WS-SALDO-ED
009110     END-IF
009120     STRING "TIPO=" RESS-TIPO
009130            " FALTA=" RESS-REF-DATE
009140            " R$" WS-VALOR-ED
009150            " SALDO=" WS-SALDO-ED
009160         DELIMITED BY SIZE INTO AUDIT-DETAIL
009170     CALL "AUDITWR" USING AUDIT-RECORD.
009180
009190******************************************************************
009200*  7100-WRITE-AUDIT-MES
009210*  GRAVA NA AUDITORIA O RESUMO DO FECHAMENTO DO MES.
009220******************************************************************
009230 7100-WRITE-AUDIT-MES.
009240     MOVE "RESSARC"          TO AUDIT-PROGRAM-ID
009250     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
009260     ACCEPT AUDIT-TIME FROM TIME
009270     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
009280     MOVE WS-MES              TO AUDIT-KEY
009290     MOVE SPACES              TO AUDIT-DETAIL
009300     MOVE WS-DESC-TOTAL       TO WS-TOTAL-ED
009310     STRING "FOLHA MES=" WS-MES
009320            " DESCONTOS=" WS-DESC-COUNT
009330            " R$" WS-TOTAL-ED
009340         DELIMITED BY SIZE INTO AUDIT-DETAIL
009350     CALL "AUDITWR" USING AUDIT-RECORD.
