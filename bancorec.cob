000170*      BANCO NUNCA CREDITOU E CREDITOS SEM EXPLICACAO;
000180*    - REMESSA SEM CREDITO HA MAIS DE DOIS DIAS UTEIS (CALENDARIO
000190*      DIAUTIL) SAI MARCADA COMO URGENTE.
000193*    - CASA O CREDITO COM O MALOTE (MALOTES) PELO LACRE CITADO NO
000196*      HISTORICO E LISTA AS EXCECOES DA CUSTODIA NO MALOTRPT.
000197*    - CREDITO QUE NAO E REMESSA PODE SER O LIQUIDO DE UM DIA DA
000198*      COBRANCA BANCARIA (COBRCRED, GRAVADO PELO COBRANCA): MESMA
000199*      DATA E VALOR EXATO SAI COMO COBRANCA, NAO SEM EXPLICACAO.
000200*    - DEBITO DO EXTRATO E PROCURADO NOS PAGAMENTOS A FORNECEDOR
000201*      (PAGFORN, GRAVADO PELA RODADA DO CONTPAG): MESMA DATA E
000202*      VALOR EXATO SAI COMO PAGTO FORN. PAGAMENTO SEM DEBITO SAI
000203*      NA LISTA, URGENTE PELO MESMO CORTE DAS REMESSAS.
000204*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000231*  2026-10-15 AFG   CASA O CREDITO DO EXTRATO COM O MALOTE PELO
000232*                   LACRE CITADO NO HISTORICO DO BANCO E GRAVA O
000233*                   CREDITO ("C") NO MALOTES, FECHANDO A CADEIA DE
000234*                   CUSTODIA. NOVO RELATORIO MALOTRPT: MALOTES QUE
000235*                   SAIRAM E NAO FORAM CREDITADOS (URGENTE PELO
000236*                   MESMO CORTE), CREDITADOS COM VALOR DIFERENTE
000237*                   DA GUIA E LACRES USADOS MAIS DE UMA VEZ.
000238*  2026-10-15 AFG   CREDITO SEM REMESSA E PROCURADO NOS DIAS DE
000239*                   CREDITO DA COBRANCA BANCARIA (COBRCRED) PELA
000240*                   DATA E PELO LIQUIDO EXATO; CASADO SAI COMO
000241*                   COBRANCA E ENTRA NOS TOTAIS.
000242*  2026-10-15 AFG   DEBITO DO EXTRATO CASADO COM O PAGAMENTO A
000243*                   FORNECEDOR DO PAGFORN PELA DATA E VALOR EXATO;
000244*                   PAGAMENTO SEM DEBITO LISTADO (URGENTE PELO
000245*                   CORTE DERRUBA O RETURN-CODE) E TOTAIS NOVOS.
000246******************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000330         FILE STATUS  IS WS-VMOV-FILE-STATUS.
000340     SELECT RECONCILE-REPORT-FILE ASSIGN TO "BANCORPT"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000351     SELECT BAG-CUSTODY-FILE ASSIGN TO "MALOTES"
000352         ORGANIZATION IS LINE SEQUENTIAL
000353         FILE STATUS  IS WS-MAL-FILE-STATUS.
000354     SELECT BAG-REPORT-FILE ASSIGN TO "MALOTRPT"
000355         ORGANIZATION IS LINE SEQUENTIAL.
000356     SELECT COLLECTION-CREDIT-FILE ASSIGN TO "COBRCRED"
000357         ORGANIZATION IS LINE SEQUENTIAL
000358         FILE STATUS  IS WS-CCR-FILE-STATUS.
000359     SELECT SUPPLIER-PAYMENT-FILE ASSIGN TO "PAGFORN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000361         FILE STATUS  IS WS-PGF-FILE-STATUS.
000362     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000390 DATA DIVISION.
000470 FD  RECONCILE-REPORT-FILE
000480     RECORDING MODE IS F.
000490 01  REPORT-LINE                 PIC X(80).
000491 FD  BAG-CUSTODY-FILE
000492     RECORDING MODE IS F.
000493     COPY MALOTEREC.
000494 FD  BAG-REPORT-FILE
000495     RECORDING MODE IS F.
000496 01  BAG-REPORT-LINE             PIC X(80).
000497 FD  COLLECTION-CREDIT-FILE
000498     RECORDING MODE IS F.
000499     COPY COBRCREDREC.
000500 FD  SUPPLIER-PAYMENT-FILE
000501     RECORDING MODE IS F.
000502     COPY PAGFORNREC.
000503 FD  AUDIT-LOG-FILE
000510     RECORDING MODE IS F.
000520     COPY AUDITREC.
000530 WORKING-STORAGE SECTION.
000630         88  WS-SIGNON-VALID                 VALUE "Y".
000640     05  WS-MATCH-SW             PIC X(01)   VALUE "N".
000650         88  WS-MATCH                        VALUE "Y".
000651     05  WS-MAL-FILE-STATUS      PIC X(02)   VALUE "00".
000652     05  WS-MAL-EOF-SW           PIC X(01)   VALUE "N".
000653         88  WS-MAL-EOF                      VALUE "Y".
000654     05  WS-BG-FOUND-SW          PIC X(01)   VALUE "N".
000655         88  WS-BG-FOUND                     VALUE "Y".
000656     05  WS-CCR-FILE-STATUS      PIC X(02)   VALUE "00".
000657     05  WS-CCR-EOF-SW           PIC X(01)   VALUE "N".
000658         88  WS-CCR-EOF                      VALUE "Y".
000659     05  WS-COBR-MATCH-SW        PIC X(01)   VALUE "N".
000660         88  WS-COBR-MATCH                   VALUE "Y".
000661     05  WS-PGF-FILE-STATUS      PIC X(02)   VALUE "00".
000662     05  WS-PGF-EOF-SW           PIC X(01)   VALUE "N".
000663         88  WS-PGF-EOF                      VALUE "Y".
000664     05  WS-PGF-MATCH-SW         PIC X(01)   VALUE "N".
000665         88  WS-PGF-MATCH                    VALUE "Y".
000666 01  WS-MSG-CODE-WK              PIC X(08).
000670 01  WS-MSG-TEXT-WK              PIC X(60).
000680 01  WS-OPERATOR-ID              PIC X(08).
000690 01  WS-OPERATOR-PIN             PIC X(04).
001030         10  WS-RM-MATCHED-SW    PIC X(01).
001040 01  WS-REM-COUNT                PIC 9(03)   VALUE ZERO.
001050 01  WS-REM-DROPPED              PIC 9(03)   VALUE ZERO.
001051
001052******************************************************************
001053*  MALOTES DO MALOTES, UM POR LACRE: O EMBALO (GUIA), A ULTIMA
001054*  PASSAGEM DE CUSTODIA, A SAIDA NO CARRO-FORTE E O CREDITO.
001055******************************************************************
001056 01  WS-BAG-TABLE.
001057     05  WS-BG-ENTRY OCCURS 200 TIMES
001058                     INDEXED BY WS-BG-IDX.
001059         10  WS-BG-LACRE         PIC X(10).
001060         10  WS-BG-BUS-DATE      PIC X(08).
001061         10  WS-BG-VALOR         PIC 9(07)V99.
001062         10  WS-BG-EMBALOS       PIC 9(02).
001063         10  WS-BG-ULT-EVENTO    PIC X(01).
001064         10  WS-BG-SAIDA         PIC X(08).
001065         10  WS-BG-CRED-SW       PIC X(01).
001066         10  WS-BG-CRED-DATE     PIC X(08).
001067         10  WS-BG-CRED-VALOR    PIC 9(07)V99.
001068         10  WS-BG-CRED-EXTRATO  PIC 9(02).
001069 01  WS-BAG-COUNT                PIC 9(03)   VALUE ZERO.
001070 01  WS-BAG-DROPPED              PIC 9(03)   VALUE ZERO.
001071 01  WS-BG-SCAN                  PIC 9(03).
001072 01  WS-LACRE-HITS               PIC 9(03).
001073 01  WS-BAG-NOVOCRED-COUNT       PIC 9(05)   VALUE ZERO.
001074 01  WS-BAG-SEMCRED-COUNT        PIC 9(05)   VALUE ZERO.
001075 01  WS-BAG-URGENTE-COUNT        PIC 9(05)   VALUE ZERO.
001076 01  WS-BAG-DIVERG-COUNT         PIC 9(05)   VALUE ZERO.
001077 01  WS-BAG-DUPLO-COUNT          PIC 9(05)   VALUE ZERO.
001078 01  WS-BAG-VALOR-ED             PIC ZZZZZZ9.99.
001079 01  WS-BAG-CRED-ED              PIC ZZZZZZ9.99.
001080
001081******************************************************************
001082*  DIAS DE CREDITO DA COBRANCA BANCARIA (COBRCRED): O LIQUIDO QUE
001083*  O BANCO CREDITA NUM LANCAMENTO SO POR DIA E A MARCA DE USADO.
001084******************************************************************
001085 01  WS-CC-TABLE.
001086     05  WS-CC-ENTRY OCCURS 200 TIMES
001087                     INDEXED BY WS-CC-IDX.
001088         10  WS-CC-DATA          PIC X(08).
001089         10  WS-CC-LIQUIDO       PIC 9(09)V99.
001090         10  WS-CC-USADO-SW      PIC X(01).
001091 01  WS-CC-COUNT                 PIC 9(03)   VALUE ZERO.
001092 01  WS-CC-DROPPED               PIC 9(05)   VALUE ZERO.
001093 01  WS-COBR-COUNT               PIC 9(05)   VALUE ZERO.
001094*****************************************************************
001095*  PAGAMENTOS A FORNECEDOR DO PAGFORN (UMA TRANSFERENCIA POR
001096*  FORNECEDOR NA RODADA DO CONTPAG) E A MARCA DE DEBITADO.
001097*****************************************************************
001098 01  WS-PF-TABLE.
001099     05  WS-PF-ENTRY OCCURS 200 TIMES
001100                     INDEXED BY WS-PF-IDX.
001101         10  WS-PF-DATA          PIC X(08).
001102         10  WS-PF-FOR-ID        PIC X(06).
001103         10  WS-PF-NOME          PIC X(30).
001104         10  WS-PF-VALOR         PIC 9(09)V99.
001105         10  WS-PF-USADO-SW      PIC X(01).
001106 01  WS-PF-COUNT                 PIC 9(03)   VALUE ZERO.
001107 01  WS-PF-DROPPED               PIC 9(05)   VALUE ZERO.
001108 01  WS-DEB-COUNT                PIC 9(05)   VALUE ZERO.
001109 01  WS-PGF-CASADO-COUNT         PIC 9(05)   VALUE ZERO.
001110 01  WS-PGF-SEMDEB-COUNT         PIC 9(05)   VALUE ZERO.
001111 01  WS-PGF-URGENTE-COUNT        PIC 9(05)   VALUE ZERO.
001112 01  WS-PF-VALOR-ED              PIC ZZZZZZZZ9.99.
001113
001114 PROCEDURE DIVISION.
001115
001116 0000-MAINLINE.
001117     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001118*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001120     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001130                         WS-AUTHORIZED-SW
001140     IF NOT WS-AUTHORIZED
001170         STOP RUN
001180     END-IF
001190     PERFORM 1000-INITIALIZE
001195     PERFORM 1500-LOAD-MALOTES THRU 1500-EXIT
001197     PERFORM 1600-LOAD-COBRANCA THRU 1600-EXIT
001198     PERFORM 1700-LOAD-PAGFORN THRU 1700-EXIT
001200     PERFORM 2000-LOAD-REMESSA THRU 2000-EXIT
001210         UNTIL WS-VMOV-EOF
001220     PERFORM 2500-MATCH-STATEMENT THRU 2500-EXIT
001230         UNTIL WS-BSTM-EOF
001240     PERFORM 3000-REPORT-UNMATCHED
001245     PERFORM 3500-REPORT-MALOTES
001247     PERFORM 3600-REPORT-PAGFORN
001250     PERFORM 4000-FINALIZE
001260     STOP RUN.
001270
002620*  2500-MATCH-STATEMENT
002630*  CASA UM CREDITO DO EXTRATO COM UMA REMESSA AINDA NAO CASADA DE
002640*  MESMA DATA E VALOR DENTRO DA TOLERANCIA DE TARIFA. CREDITO SEM
002650*  REMESSA E LISTADO COMO SEM EXPLICACAO; DEBITO VAI PARA O
002655*  2900-MATCH-DEBITO (PAGAMENTO A FORNECEDOR).
002660******************************************************************
002670 2500-MATCH-STATEMENT.
002672     IF BSTM-DEBITO
002674         PERFORM 2900-MATCH-DEBITO THRU 2900-EXIT
002676         GO TO 2500-NEXT
002678     END-IF
002680     IF NOT BSTM-CREDITO
002690         GO TO 2500-NEXT
002700     END-IF
002760     PERFORM 2600-TRY-ONE-REMESSA THRU 2600-EXIT
002770         VARYING WS-SCAN FROM 1 BY 1
002780         UNTIL WS-SCAN > WS-REM-COUNT OR WS-MATCH
002781     MOVE "N" TO WS-COBR-MATCH-SW
002782     IF NOT WS-MATCH
002783         PERFORM 2650-TRY-ONE-COBRANCA THRU 2650-EXIT
002784             VARYING WS-SCAN FROM 1 BY 1
002785             UNTIL WS-SCAN > WS-CC-COUNT OR WS-COBR-MATCH
002786     END-IF
002790     MOVE BSTM-AMOUNT TO WS-VALOR-ED
002796     EVALUATE TRUE
002802         WHEN WS-MATCH
002808             ADD 1 TO WS-MATCH-COUNT
002814             MOVE SPACES TO REPORT-LINE
002820             STRING "CASADO   " BSTM-DATE " R$" WS-VALOR-ED
002826                    " " BSTM-DESC
002832                 DELIMITED BY SIZE INTO REPORT-LINE
002838         WHEN WS-COBR-MATCH
002844             ADD 1 TO WS-COBR-COUNT
002850             MOVE SPACES TO REPORT-LINE
002856             STRING "COBRANCA " BSTM-DATE " R$" WS-VALOR-ED
002862                    " " BSTM-DESC
002868                 DELIMITED BY SIZE INTO REPORT-LINE
002874         WHEN OTHER
002880             ADD 1 TO WS-ORFAO-COUNT
002886             MOVE SPACES TO REPORT-LINE
002892             STRING "CREDITO SEM EXPLICACAO " BSTM-DATE
002898                    " R$" WS-VALOR-ED " " BSTM-DESC
002904                 DELIMITED BY SIZE INTO REPORT-LINE
002910     END-EVALUATE
002930     WRITE REPORT-LINE
002935     PERFORM 2700-MATCH-SEAL THRU 2700-EXIT.
002940 2500-NEXT.
002950     PERFORM 8500-READ-STATEMENT.
002960 2500-EXIT.
003140     END-IF.
003150 2600-EXIT.
003160     EXIT.
003161
003162 2650-TRY-ONE-COBRANCA.
003163     SET WS-CC-IDX TO WS-SCAN
003164     IF WS-CC-USADO-SW(WS-CC-IDX) = "Y"
003165         GO TO 2650-EXIT
003166     END-IF
003167     IF WS-CC-DATA(WS-CC-IDX) = BSTM-DATE
003168         AND WS-CC-LIQUIDO(WS-CC-IDX) = BSTM-AMOUNT
003169         MOVE "Y" TO WS-CC-USADO-SW(WS-CC-IDX)
003170         MOVE "Y" TO WS-COBR-MATCH-SW
003171     END-IF.
003172 2650-EXIT.
003173     EXIT.
003174
003175*****************************************************************
003176*  2900-MATCH-DEBITO
003177*  CASA UM DEBITO DO EXTRATO COM UM PAGAMENTO A FORNECEDOR AINDA
003178*  NAO DEBITADO DE MESMA DATA E VALOR EXATO. DEBITO QUE NAO E
003179*  PAGAMENTO A FORNECEDOR (TARIFA, ETC.) CONTINUA PASSANDO DIRETO.
003180*****************************************************************
003181 2900-MATCH-DEBITO.
003182     IF BSTM-AMOUNT NOT NUMERIC
003183         GO TO 2900-EXIT
003184     END-IF
003185     ADD 1 TO WS-DEB-COUNT
003186     MOVE "N" TO WS-PGF-MATCH-SW
003187     PERFORM 2950-TRY-ONE-PAGAMENTO THRU 2950-EXIT
003188         VARYING WS-SCAN FROM 1 BY 1
003189         UNTIL WS-SCAN > WS-PF-COUNT OR WS-PGF-MATCH
003190     IF NOT WS-PGF-MATCH
003191         GO TO 2900-EXIT
003192     END-IF
003193     ADD 1 TO WS-PGF-CASADO-COUNT
003194     MOVE BSTM-AMOUNT TO WS-VALOR-ED
003195     MOVE SPACES TO REPORT-LINE
003196     STRING "PAGTO FORN " BSTM-DATE " R$" WS-VALOR-ED
003197            " " WS-PF-FOR-ID(WS-PF-IDX) " " BSTM-DESC
003198         DELIMITED BY SIZE INTO REPORT-LINE
003199     WRITE REPORT-LINE.
003200 2900-EXIT.
003201     EXIT.
003202
003203 2950-TRY-ONE-PAGAMENTO.
003204     SET WS-PF-IDX TO WS-SCAN
003205     IF WS-PF-USADO-SW(WS-PF-IDX) = "Y"
003206         GO TO 2950-EXIT
003207     END-IF
003208     IF WS-PF-DATA(WS-PF-IDX) = BSTM-DATE
003209         AND WS-PF-VALOR(WS-PF-IDX) = BSTM-AMOUNT
003210         MOVE "Y" TO WS-PF-USADO-SW(WS-PF-IDX)
003211         MOVE "Y" TO WS-PGF-MATCH-SW
003212     END-IF.
003213 2950-EXIT.
003214     EXIT.
003215******************************************************************
003216*  3000-REPORT-UNMATCHED
003217*  LISTA AS REMESSAS QUE O BANCO NAO CREDITOU; AS ANTERIORES AO
003218*  CORTE DE DOIS DIAS UTEIS SAEM COMO URGENTES.
003220******************************************************************
003230 3000-REPORT-UNMATCHED.
003240     MOVE SPACES TO REPORT-LINE
003580*  4000-FINALIZE
003590*  GRAVA OS TOTAIS, REGISTRA A CONCILIACAO NA AUDITORIA E FECHA
003600*  OS ARQUIVOS. REMESSA URGENTE DERRUBA O RETURN-CODE PARA O
003610*  PAINEL SEGURAR O FLUXO - O MESMO PARA MALOTE URGENTE, CREDITO
003613*  DIVERGENTE DA GUIA, LACRE REPETIDO E PAGAMENTO A FORNECEDOR
003616*  URGENTE.
003620******************************************************************
003630 4000-FINALIZE.
003640     MOVE SPACES TO REPORT-LINE
003670     STRING "CREDITOS LIDOS: " WS-CRED-COUNT
003680            "  CASADOS: " WS-MATCH-COUNT
003690            "  SEM EXPLICACAO: " WS-ORFAO-COUNT
003695            "  COBRANCA: " WS-COBR-COUNT
003700         DELIMITED BY SIZE INTO REPORT-LINE
003710     WRITE REPORT-LINE
003720     MOVE SPACES TO REPORT-LINE
003740            "  URGENTES: " WS-URGENTE-COUNT
003750         DELIMITED BY SIZE INTO REPORT-LINE
003760     WRITE REPORT-LINE
003761     MOVE SPACES TO REPORT-LINE
003762     STRING "DEBITOS: " WS-DEB-COUNT
003763            "  PAGTO FORN CASADOS: " WS-PGF-CASADO-COUNT
003764            "  SEM DEBITO: " WS-PGF-SEMDEB-COUNT
003765            "  URGENTES: " WS-PGF-URGENTE-COUNT
003766         DELIMITED BY SIZE INTO REPORT-LINE
003767     WRITE REPORT-LINE
003770     IF WS-REM-DROPPED > ZERO
003780         MOVE SPACES TO REPORT-LINE
003790         STRING "*** AVISO: " WS-REM-DROPPED
003810             DELIMITED BY SIZE INTO REPORT-LINE
003820         WRITE REPORT-LINE
003830     END-IF
003831     IF WS-CC-DROPPED > ZERO
003832         MOVE SPACES TO REPORT-LINE
003833         STRING "*** AVISO: " WS-CC-DROPPED
003834                " DIAS DA COBRANCA SEM VAGA NA TABELA (200)"
003835             DELIMITED BY SIZE INTO REPORT-LINE
003836         WRITE REPORT-LINE
003837     END-IF
003838     IF WS-PF-DROPPED > ZERO
003839         MOVE SPACES TO REPORT-LINE
003840         STRING "*** AVISO: " WS-PF-DROPPED
003841                " PAGAMENTOS A FORNECEDOR"
003842                " SEM VAGA NA TABELA (200)"
003843             DELIMITED BY SIZE INTO REPORT-LINE
003844         WRITE REPORT-LINE
003845     END-IF
003846     PERFORM 7000-WRITE-AUDIT
003847     PERFORM 7100-WRITE-AUDIT-MALOTES
003848     PERFORM 7200-WRITE-AUDIT-PAGFORN
003850     IF WS-URGENTE-COUNT > ZERO
003852         OR WS-BAG-URGENTE-COUNT > ZERO
003854         OR WS-BAG-DIVERG-COUNT > ZERO
003856         OR WS-BAG-DUPLO-COUNT > ZERO
003858         OR WS-PGF-URGENTE-COUNT > ZERO
003860         MOVE 8 TO RETURN-CODE
003870     END-IF
003880     IF WS-VMOV-FILE-STATUS NOT = "35"
004310         AT END
004320             MOVE "Y" TO WS-BSTM-EOF-SW
004330     END-READ.
004340
004350******************************************************************
004360*  1500-LOAD-MALOTES
004370*  MONTA A TABELA DE MALOTES A PARTIR DOS EVENTOS DO MALOTES. O
004380*  PRIMEIRO EMBALO DO LACRE DA O DIA E O TOTAL DA GUIA; UM SEGUNDO
004390*  EMBALO COM O MESMO LACRE E LACRE REPETIDO.
004400******************************************************************
004410 1500-LOAD-MALOTES.
004420     MOVE "N" TO WS-MAL-EOF-SW
004430     OPEN INPUT BAG-CUSTODY-FILE
004440     IF WS-MAL-FILE-STATUS NOT = "00"
004450         GO TO 1500-EXIT
004460     END-IF
004470     PERFORM 1550-LOAD-BAG-EVENT THRU 1550-EXIT
004480         UNTIL WS-MAL-EOF
004490     CLOSE BAG-CUSTODY-FILE.
004500 1500-EXIT.
004510     EXIT.
004520
004530 1550-LOAD-BAG-EVENT.
004540     READ BAG-CUSTODY-FILE
004550         AT END
004560             MOVE "Y" TO WS-MAL-EOF-SW
004570             GO TO 1550-EXIT
004580     END-READ
004590     PERFORM 5000-FIND-BAG THRU 5000-EXIT
004600     IF NOT WS-BG-FOUND
004610         IF WS-BAG-COUNT NOT < 200
004620             ADD 1 TO WS-BAG-DROPPED
004630             GO TO 1550-EXIT
004640         END-IF
004650         ADD 1 TO WS-BAG-COUNT
004660         SET WS-BG-IDX TO WS-BAG-COUNT
004670         MOVE MAL-LACRE TO WS-BG-LACRE(WS-BG-IDX)
004680         MOVE SPACES    TO WS-BG-BUS-DATE(WS-BG-IDX)
004690         MOVE ZERO      TO WS-BG-VALOR(WS-BG-IDX)
004700         MOVE ZERO      TO WS-BG-EMBALOS(WS-BG-IDX)
004710         MOVE SPACES    TO WS-BG-ULT-EVENTO(WS-BG-IDX)
004720         MOVE SPACES    TO WS-BG-SAIDA(WS-BG-IDX)
004730         MOVE "N"       TO WS-BG-CRED-SW(WS-BG-IDX)
004740         MOVE SPACES    TO WS-BG-CRED-DATE(WS-BG-IDX)
004750         MOVE ZERO      TO WS-BG-CRED-VALOR(WS-BG-IDX)
004760         MOVE ZERO      TO WS-BG-CRED-EXTRATO(WS-BG-IDX)
004770     END-IF
004780     EVALUATE TRUE
004790         WHEN MAL-EMBALADO
004800             ADD 1 TO WS-BG-EMBALOS(WS-BG-IDX)
004810             IF WS-BG-EMBALOS(WS-BG-IDX) = 1
004820                 MOVE MAL-BUS-DATE TO WS-BG-BUS-DATE(WS-BG-IDX)
004830                 MOVE MAL-VALOR    TO WS-BG-VALOR(WS-BG-IDX)
004840                 MOVE "E"          TO WS-BG-ULT-EVENTO(WS-BG-IDX)
004850             END-IF
004860         WHEN MAL-CREDITADO
004870             IF WS-BG-CRED-SW(WS-BG-IDX) NOT = "Y"
004880                 MOVE "Y"       TO WS-BG-CRED-SW(WS-BG-IDX)
004890                 MOVE MAL-DATA  TO WS-BG-CRED-DATE(WS-BG-IDX)
004900                 MOVE MAL-VALOR TO WS-BG-CRED-VALOR(WS-BG-IDX)
004910             END-IF
004920         WHEN OTHER
004930             MOVE MAL-EVENTO TO WS-BG-ULT-EVENTO(WS-BG-IDX)
004940             IF MAL-CARRO-FORTE
004950                 MOVE MAL-DATA TO WS-BG-SAIDA(WS-BG-IDX)
004960             END-IF
004970     END-EVALUATE.
004980 1550-EXIT.
004990     EXIT.
004991
004992******************************************************************
004993*  1600-LOAD-COBRANCA
004994*  CARREGA OS DIAS DE CREDITO DA COBRANCA BANCARIA GRAVADOS PELO
004995*  COBRANCA, CONFERIDOS OU NAO, PARA EXPLICAR OS CREDITOS DO
004996*  EXTRATO QUE NAO SAO REMESSA DO COFRE.
004997******************************************************************
004998 1600-LOAD-COBRANCA.
004999     MOVE "N" TO WS-CCR-EOF-SW
005000     OPEN INPUT COLLECTION-CREDIT-FILE
005001     IF WS-CCR-FILE-STATUS NOT = "00"
005002         GO TO 1600-EXIT
005003     END-IF
005004     PERFORM 1650-LOAD-CREDIT-DAY THRU 1650-EXIT
005005         UNTIL WS-CCR-EOF
005006     CLOSE COLLECTION-CREDIT-FILE.
005007 1600-EXIT.
005008     EXIT.
005009
005010 1650-LOAD-CREDIT-DAY.
005011     READ COLLECTION-CREDIT-FILE
005012         AT END
005013             MOVE "Y" TO WS-CCR-EOF-SW
005014             GO TO 1650-EXIT
005015     END-READ
005016     IF CCR-LIQUIDO NOT NUMERIC
005017         GO TO 1650-EXIT
005018     END-IF
005019     IF WS-CC-COUNT NOT < 200
005020         ADD 1 TO WS-CC-DROPPED
005021         GO TO 1650-EXIT
005022     END-IF
005023     ADD 1 TO WS-CC-COUNT
005024     SET WS-CC-IDX TO WS-CC-COUNT
005025     MOVE CCR-DATA-CREDITO TO WS-CC-DATA(WS-CC-IDX)
005026     MOVE CCR-LIQUIDO      TO WS-CC-LIQUIDO(WS-CC-IDX)
005027     MOVE "N"              TO WS-CC-USADO-SW(WS-CC-IDX).
005028 1650-EXIT.
005029     EXIT.
005030*****************************************************************
005031*  1700-LOAD-PAGFORN
005032*  CARREGA OS PAGAMENTOS A FORNECEDOR GRAVADOS PELAS RODADAS DO
005033*  CONTPAG, PARA EXPLICAR OS DEBITOS DO EXTRATO.
005034*****************************************************************
005035 1700-LOAD-PAGFORN.
005036     MOVE "N" TO WS-PGF-EOF-SW
005037     OPEN INPUT SUPPLIER-PAYMENT-FILE
005038     IF WS-PGF-FILE-STATUS NOT = "00"
005039         GO TO 1700-EXIT
005040     END-IF
005041     PERFORM 1750-LOAD-PAYMENT THRU 1750-EXIT
005042         UNTIL WS-PGF-EOF
005043     CLOSE SUPPLIER-PAYMENT-FILE.
005044 1700-EXIT.
005045     EXIT.
005046
005047 1750-LOAD-PAYMENT.
005048     READ SUPPLIER-PAYMENT-FILE
005049         AT END
005050             MOVE "Y" TO WS-PGF-EOF-SW
005051             GO TO 1750-EXIT
005052     END-READ
005053     IF PGF-VALOR NOT NUMERIC
005054         GO TO 1750-EXIT
005055     END-IF
005056     IF WS-PF-COUNT NOT < 200
005057         ADD 1 TO WS-PF-DROPPED
005058         GO TO 1750-EXIT
005059     END-IF
005060     ADD 1 TO WS-PF-COUNT
005061     SET WS-PF-IDX TO WS-PF-COUNT
005062     MOVE PGF-DATA   TO WS-PF-DATA(WS-PF-IDX)
005063     MOVE PGF-FOR-ID TO WS-PF-FOR-ID(WS-PF-IDX)
005064     MOVE PGF-NOME   TO WS-PF-NOME(WS-PF-IDX)
005065     MOVE PGF-VALOR  TO WS-PF-VALOR(WS-PF-IDX)
005066     MOVE "N"        TO WS-PF-USADO-SW(WS-PF-IDX).
005067 1750-EXIT.
005068     EXIT.
005069
005070******************************************************************
005071*  2700-MATCH-SEAL
005072*  PROCURA NO HISTORICO DO CREDITO O LACRE DE UM MALOTE EMBALADO.
005073*  O PRIMEIRO CREDITO DO LACRE VAI PARA O MALOTES ("C"); CADA
005074*  CREDITO DO EXTRATO QUE CITA O LACRE E CONTADO, E MAIS DE UM E
005075*  LACRE REPETIDO.
005076******************************************************************
005080 2700-MATCH-SEAL.
005090     MOVE "N" TO WS-BG-FOUND-SW
005100     PERFORM 2750-TRY-ONE-SEAL THRU 2750-EXIT
005110         VARYING WS-BG-SCAN FROM 1 BY 1
005120         UNTIL WS-BG-SCAN > WS-BAG-COUNT OR WS-BG-FOUND.
005130 2700-EXIT.
005140     EXIT.
005150
005160 2750-TRY-ONE-SEAL.
005170     SET WS-BG-IDX TO WS-BG-SCAN
005180     IF WS-BG-EMBALOS(WS-BG-IDX) = ZERO
005190         GO TO 2750-EXIT
005200     END-IF
005210     MOVE ZERO TO WS-LACRE-HITS
005220     INSPECT BSTM-DESC TALLYING WS-LACRE-HITS
005230         FOR ALL WS-BG-LACRE(WS-BG-IDX)
005240     IF WS-LACRE-HITS = ZERO
005250         GO TO 2750-EXIT
005260     END-IF
005270     MOVE "Y" TO WS-BG-FOUND-SW
005280     ADD 1 TO WS-BG-CRED-EXTRATO(WS-BG-IDX)
005290     IF WS-BG-CRED-SW(WS-BG-IDX) NOT = "Y"
005300         MOVE "Y"         TO WS-BG-CRED-SW(WS-BG-IDX)
005310         MOVE BSTM-DATE   TO WS-BG-CRED-DATE(WS-BG-IDX)
005320         MOVE BSTM-AMOUNT TO WS-BG-CRED-VALOR(WS-BG-IDX)
005330         PERFORM 2800-WRITE-CREDIT THRU 2800-EXIT
005340     END-IF.
005350 2750-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390*  2800-WRITE-CREDIT
005400*  FECHA A CADEIA DE CUSTODIA DO MALOTE COM O CREDITO DO BANCO.
005410******************************************************************
005420 2800-WRITE-CREDIT.
005430     OPEN EXTEND BAG-CUSTODY-FILE
005440     IF WS-MAL-FILE-STATUS = "35"
005450         OPEN OUTPUT BAG-CUSTODY-FILE
005460         CLOSE BAG-CUSTODY-FILE
005470         OPEN EXTEND BAG-CUSTODY-FILE
005480     END-IF
005490     MOVE SPACES                     TO BAG-CUSTODY-RECORD
005500     MOVE WS-BG-LACRE(WS-BG-IDX)     TO MAL-LACRE
005510     MOVE "C"                        TO MAL-EVENTO
005520     MOVE BSTM-DATE                  TO MAL-DATA
005530     ACCEPT MAL-HORA FROM TIME
005540     MOVE WS-BG-BUS-DATE(WS-BG-IDX)  TO MAL-BUS-DATE
005550     MOVE BSTM-AMOUNT                TO MAL-VALOR
005560     MOVE WS-OPERATOR-ID             TO MAL-OPERATOR-ID
005570     MOVE BSTM-DESC                  TO MAL-RESPONSAVEL
005580     WRITE BAG-CUSTODY-RECORD
005590     CLOSE BAG-CUSTODY-FILE
005600     ADD 1 TO WS-BAG-NOVOCRED-COUNT.
005610 2800-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650*  3500-REPORT-MALOTES
005660*  RELATORIO DE EXCECOES DA CUSTODIA (MALOTRPT): MALOTES QUE
005670*  SAIRAM NO CARRO-FORTE E NAO FORAM CREDITADOS (URGENTES PELO
005680*  MESMO CORTE DAS REMESSAS), CREDITOS QUE NAO BATEM COM A GUIA
005690*  (FORA DA TOLERANCIA DE TARIFA) E LACRES USADOS MAIS DE UMA VEZ.
005700******************************************************************
005710 3500-REPORT-MALOTES.
005720     OPEN OUTPUT BAG-REPORT-FILE
005730     MOVE WS-RUN-STAMP-DISP TO BAG-REPORT-LINE
005740     WRITE BAG-REPORT-LINE
005750     MOVE "MALOTES DE DEPOSITO - EXCECOES DA CADEIA DE CUSTODIA"
005760         TO BAG-REPORT-LINE
005770     WRITE BAG-REPORT-LINE
005780     MOVE SPACES TO BAG-REPORT-LINE
005790     WRITE BAG-REPORT-LINE
005800     MOVE "MALOTES QUE SAIRAM E NAO FORAM CREDITADOS:"
005810         TO BAG-REPORT-LINE
005820     WRITE BAG-REPORT-LINE
005830     PERFORM 3510-REPORT-SEM-CREDITO THRU 3510-EXIT
005840         VARYING WS-BG-SCAN FROM 1 BY 1
005850         UNTIL WS-BG-SCAN > WS-BAG-COUNT
005860     IF WS-BAG-SEMCRED-COUNT = ZERO
005870         MOVE "  (NENHUM)" TO BAG-REPORT-LINE
005880         WRITE BAG-REPORT-LINE
005890     END-IF
005900     MOVE SPACES TO BAG-REPORT-LINE
005910     WRITE BAG-REPORT-LINE
005920     MOVE "MALOTES CREDITADOS COM VALOR DIFERENTE DA GUIA:"
005930         TO BAG-REPORT-LINE
005940     WRITE BAG-REPORT-LINE
005950     PERFORM 3520-REPORT-DIVERGENTE THRU 3520-EXIT
005960         VARYING WS-BG-SCAN FROM 1 BY 1
005970         UNTIL WS-BG-SCAN > WS-BAG-COUNT
005980     IF WS-BAG-DIVERG-COUNT = ZERO
005990         MOVE "  (NENHUM)" TO BAG-REPORT-LINE
006000         WRITE BAG-REPORT-LINE
006010     END-IF
006020     MOVE SPACES TO BAG-REPORT-LINE
006030     WRITE BAG-REPORT-LINE
006040     MOVE "LACRES USADOS MAIS DE UMA VEZ:" TO BAG-REPORT-LINE
006050     WRITE BAG-REPORT-LINE
006060     PERFORM 3530-REPORT-LACRE-DUPLO THRU 3530-EXIT
006070         VARYING WS-BG-SCAN FROM 1 BY 1
006080         UNTIL WS-BG-SCAN > WS-BAG-COUNT
006090     IF WS-BAG-DUPLO-COUNT = ZERO
006100         MOVE "  (NENHUM)" TO BAG-REPORT-LINE
006110         WRITE BAG-REPORT-LINE
006120     END-IF
006130     MOVE SPACES TO BAG-REPORT-LINE
006140     WRITE BAG-REPORT-LINE
006150     MOVE SPACES TO BAG-REPORT-LINE
006160     STRING "MALOTES: " WS-BAG-COUNT
006170            "  CREDITOS NOVOS: " WS-BAG-NOVOCRED-COUNT
006180            "  SEM CREDITO: " WS-BAG-SEMCRED-COUNT
006190            "  URGENTES: " WS-BAG-URGENTE-COUNT
006200         DELIMITED BY SIZE INTO BAG-REPORT-LINE
006210     WRITE BAG-REPORT-LINE
006220     IF WS-BAG-DROPPED > ZERO
006230         MOVE SPACES TO BAG-REPORT-LINE
006240         STRING "*** AVISO: " WS-BAG-DROPPED
006250                " LACRES SEM VAGA NA TABELA (200)"
006260             DELIMITED BY SIZE INTO BAG-REPORT-LINE
006270         WRITE BAG-REPORT-LINE
006280     END-IF
006290     CLOSE BAG-REPORT-FILE.
006300
006310 3510-REPORT-SEM-CREDITO.
006320     SET WS-BG-IDX TO WS-BG-SCAN
006330     IF WS-BG-CRED-SW(WS-BG-IDX) = "Y"
006340         GO TO 3510-EXIT
006350     END-IF
006360     IF WS-BG-ULT-EVENTO(WS-BG-IDX) NOT = "A"
006370         AND WS-BG-ULT-EVENTO(WS-BG-IDX) NOT = "K"
006380         GO TO 3510-EXIT
006390     END-IF
006400     ADD 1 TO WS-BAG-SEMCRED-COUNT
006410     MOVE WS-BG-VALOR(WS-BG-IDX) TO WS-BAG-VALOR-ED
006420     MOVE SPACES TO BAG-REPORT-LINE
006430     STRING "  " WS-BG-LACRE(WS-BG-IDX)
006440            " DIA " WS-BG-BUS-DATE(WS-BG-IDX)
006450            " R$" WS-BAG-VALOR-ED
006460            " SAIU " WS-BG-SAIDA(WS-BG-IDX)
006470         DELIMITED BY SIZE INTO BAG-REPORT-LINE
006480     IF WS-BG-SAIDA(WS-BG-IDX) < WS-CUTOFF-DATE
006490         ADD 1 TO WS-BAG-URGENTE-COUNT
006500         MOVE ">>> URGENTE" TO BAG-REPORT-LINE(56:11)
006510     END-IF
006520     WRITE BAG-REPORT-LINE.
006530 3510-EXIT.
006540     EXIT.
006550
006560 3520-REPORT-DIVERGENTE.
006570     SET WS-BG-IDX TO WS-BG-SCAN
006580     IF WS-BG-CRED-SW(WS-BG-IDX) NOT = "Y"
006590         GO TO 3520-EXIT
006600     END-IF
006610     COMPUTE WS-DIFF = WS-BG-CRED-VALOR(WS-BG-IDX)
006620                     - WS-BG-VALOR(WS-BG-IDX)
006630     IF WS-DIFF < ZERO
006640         COMPUTE WS-DIFF = ZERO - WS-DIFF
006650     END-IF
006660     IF WS-DIFF <= WS-TOLERANCIA-TARIFA
006670         GO TO 3520-EXIT
006680     END-IF
006690     ADD 1 TO WS-BAG-DIVERG-COUNT
006700     MOVE WS-BG-VALOR(WS-BG-IDX)      TO WS-BAG-VALOR-ED
006710     MOVE WS-BG-CRED-VALOR(WS-BG-IDX) TO WS-BAG-CRED-ED
006720     MOVE SPACES TO BAG-REPORT-LINE
006730     STRING "  " WS-BG-LACRE(WS-BG-IDX)
006740            " DIA " WS-BG-BUS-DATE(WS-BG-IDX)
006750            " GUIA R$" WS-BAG-VALOR-ED
006760            " CREDITO R$" WS-BAG-CRED-ED
006770            " EM " WS-BG-CRED-DATE(WS-BG-IDX)
006780         DELIMITED BY SIZE INTO BAG-REPORT-LINE
006790     WRITE BAG-REPORT-LINE.
006800 3520-EXIT.
006810     EXIT.
006820
006830 3530-REPORT-LACRE-DUPLO.
006840     SET WS-BG-IDX TO WS-BG-SCAN
006850     IF WS-BG-EMBALOS(WS-BG-IDX) < 2
006860         AND WS-BG-CRED-EXTRATO(WS-BG-IDX) < 2
006870         GO TO 3530-EXIT
006880     END-IF
006890     ADD 1 TO WS-BAG-DUPLO-COUNT
006900     MOVE SPACES TO BAG-REPORT-LINE
006910     STRING "  " WS-BG-LACRE(WS-BG-IDX)
006920            " DIA " WS-BG-BUS-DATE(WS-BG-IDX)
006930            " EMBALADO " WS-BG-EMBALOS(WS-BG-IDX) " VEZES"
006940            " - CITADO EM " WS-BG-CRED-EXTRATO(WS-BG-IDX)
006950            " CREDITOS DO EXTRATO"
006960         DELIMITED BY SIZE INTO BAG-REPORT-LINE
006970     WRITE BAG-REPORT-LINE.
006980 3530-EXIT.
006990     EXIT.
006991*****************************************************************
006992*  3600-REPORT-PAGFORN
006993*  LISTA OS PAGAMENTOS A FORNECEDOR JA DEVIDOS (ATE HOJE) QUE O
006994*  EXTRATO NAO DEBITOU - O FORNECEDOR NAO RECEBEU E A MULTA CORRE.
006995*  OS ANTERIORES AO CORTE DE DOIS DIAS UTEIS SAEM COMO URGENTES.
006996*****************************************************************
006997 3600-REPORT-PAGFORN.
006998     MOVE SPACES TO REPORT-LINE
006999     WRITE REPORT-LINE
007000     MOVE "PAGAMENTOS A FORNECEDOR SEM DEBITO NO EXTRATO:"
007001         TO REPORT-LINE
007002     WRITE REPORT-LINE
007003     PERFORM 3650-REPORT-ONE-PAGFORN THRU 3650-EXIT
007004         VARYING WS-SCAN FROM 1 BY 1
007005         UNTIL WS-SCAN > WS-PF-COUNT
007006     IF WS-PGF-SEMDEB-COUNT = ZERO
007007         MOVE "  (NENHUM - TODOS OS PAGAMENTOS DEBITADOS)"
007008             TO REPORT-LINE
007009         WRITE REPORT-LINE
007010     END-IF.
007011
007012 3650-REPORT-ONE-PAGFORN.
007013     SET WS-PF-IDX TO WS-SCAN
007014     IF WS-PF-USADO-SW(WS-PF-IDX) = "Y"
007015         OR WS-PF-DATA(WS-PF-IDX) > WS-HOJE
007016         GO TO 3650-EXIT
007017     END-IF
007018     ADD 1 TO WS-PGF-SEMDEB-COUNT
007019     MOVE WS-PF-VALOR(WS-PF-IDX) TO WS-PF-VALOR-ED
007020     MOVE SPACES TO REPORT-LINE
007021     STRING "  " WS-PF-DATA(WS-PF-IDX)
007022            " R$" WS-PF-VALOR-ED
007023            " " WS-PF-FOR-ID(WS-PF-IDX)
007024            " " WS-PF-NOME(WS-PF-IDX)
007025         DELIMITED BY SIZE INTO REPORT-LINE
007026     IF WS-PF-DATA(WS-PF-IDX) < WS-CUTOFF-DATE
007027         ADD 1 TO WS-PGF-URGENTE-COUNT
007028         MOVE ">>> URGENTE" TO REPORT-LINE(69:11)
007029     END-IF
007030     WRITE REPORT-LINE.
007031 3650-EXIT.
007032     EXIT.
007033
007034******************************************************************
007035*  5000-FIND-BAG
007036*  LOCALIZA NA TABELA O MALOTE DO LACRE MAL-LACRE.
007040******************************************************************
007050 5000-FIND-BAG.
007060     MOVE "N" TO WS-BG-FOUND-SW
007070     PERFORM 5050-MATCH-BAG THRU 5050-EXIT
007080         VARYING WS-BG-IDX FROM 1 BY 1
007090         UNTIL WS-BG-IDX > WS-BAG-COUNT OR WS-BG-FOUND
007100     IF WS-BG-FOUND
007110         SET WS-BG-IDX DOWN BY 1
007120     END-IF.
007130 5000-EXIT.
007140     EXIT.
007150
007160 5050-MATCH-BAG.
007170     IF WS-BG-LACRE(WS-BG-IDX) = MAL-LACRE
007180         MOVE "Y" TO WS-BG-FOUND-SW
007190     END-IF.
007200 5050-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240*  7100-WRITE-AUDIT-MALOTES
007250*  GRAVA O RESUMO DA CUSTODIA DOS MALOTES NA TRILHA DE AUDITORIA.
007260******************************************************************
007270 7100-WRITE-AUDIT-MALOTES.
007280     MOVE "BANCOREC"         TO AUDIT-PROGRAM-ID
007290     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007300     ACCEPT AUDIT-TIME FROM TIME
007310     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007320     MOVE WS-HOJE             TO AUDIT-KEY
007330     MOVE SPACES              TO AUDIT-DETAIL
007340     STRING "MALOTES SEMCRED=" WS-BAG-SEMCRED-COUNT
007350            " URG=" WS-BAG-URGENTE-COUNT
007360            " DIVERG=" WS-BAG-DIVERG-COUNT
007370            " DUPLO=" WS-BAG-DUPLO-COUNT
007380         DELIMITED BY SIZE INTO AUDIT-DETAIL
007390     CALL "AUDITWR" USING AUDIT-RECORD.
007400*****************************************************************
007410*  7200-WRITE-AUDIT-PAGFORN
007420*  GRAVA O RESUMO DOS PAGAMENTOS A FORNECEDOR NA TRILHA DE
007430*  AUDITORIA.
007440*****************************************************************
007450 7200-WRITE-AUDIT-PAGFORN.
007460     MOVE "BANCOREC"         TO AUDIT-PROGRAM-ID
007470     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007480     ACCEPT AUDIT-TIME FROM TIME
007490     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007500     MOVE WS-HOJE             TO AUDIT-KEY
007510     MOVE SPACES              TO AUDIT-DETAIL
007520     STRING "PAGFORN DEBITOS=" WS-DEB-COUNT
007530            " CASADOS=" WS-PGF-CASADO-COUNT
007540            " SEMDEB=" WS-PGF-SEMDEB-COUNT
007550            " URG=" WS-PGF-URGENTE-COUNT
007560         DELIMITED BY SIZE INTO AUDIT-DETAIL
007570     CALL "AUDITWR" USING AUDIT-RECORD.
