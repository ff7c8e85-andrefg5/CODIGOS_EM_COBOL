000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LANCMAN.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  CONTABILIDADE - LANCAMENTOS MANUAIS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  LANCMAN.CBL
000090*  VALES CONTABEIS (LANCAMENTOS MANUAIS) NO LEDGER. TODO
000100*  LANCAMENTO DO LEDGER SAI DO RAZAO, DO FATURA, DO MENSALID OU DO
000110*  CAIXINHA; PROVISAO, RECLASSIFICACAO E CORRECAO DA CONTADORA SO
000120*  ENTRAVAM EDITANDO O ARQUIVO. ESTE PROGRAMA:
000130*    I - INCLUI UM VALE: DATA CONTABIL, HISTORICO, REFERENCIA DO
000140*        DOCUMENTO DE SUPORTE E AS LINHAS DE DEBITO E CREDITO EM
000150*        CONTAS ATIVAS DO PLANO (COAMAST). VALE SEM DEBITO IGUAL
000160*        AO CREDITO E DESCARTADO. O VALE FICA PENDENTE NO
000170*        LANCMAN (COPYBOOK LANCMANREC) SEM TOCAR O LEDGER;
000180*    A - UM SEGUNDO OPERADOR (NIVEL 9 NO OPAUTH, NUNCA QUEM FEZ O
000190*        VALE) CONFERE E APROVA - SO AI AS LINHAS VAO PARA O
000200*        LEDGER, COM O HISTORICO "LCM" + NUMERO DO VALE;
000210*    R - O MESMO APROVADOR RECUSA O VALE;
000220*    L - LISTA OS VALES PENDENTES E OS ESTORNOS AGENDADOS.
000230*  VALE DE PROVISAO COM ESTORNO AUTOMATICO (TIPO "E") E ESTORNADO
000240*  NO PRIMEIRO DIA UTIL DO MES SEGUINTE (DIAUTIL): A EXECUCAO DO
000250*  LANCMAN NESSE DIA OU DEPOIS LANCA AS LINHAS INVERTIDAS COM A
000260*  DATA DO ESTORNO. O BALANCETE LISTA OS "LCM" EM SEPARADO.
000270*  CADA INCLUSAO, DECISAO E ESTORNO VAI PARA A AUDITORIA.
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000311*  2026-10-15 AFG   O LANCAMENTO NO LEDGER PASSA PELA ROTINA
000312*                   PERIODO: DATA EM MES FECHADO E RECUSADA OU
000313*                   DESVIADA PARA O PRIMEIRO MES ABERTO,
000314*                   CONFORME O PERPARM, E FICA NO PERLOG.
000315*                   VALE DATADO EM MES FECHADO (RECUSA) NAO E
000316*                   APROVADO; ESTORNO RECUSADO FICA PENDENTE.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT JOURNAL-VOUCHER-FILE ASSIGN TO "LANCMAN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-LCM-FILE-STATUS.
000390     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "COAMAST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-COA-FILE-STATUS.
000420     SELECT LEDGER-POSTING-FILE ASSIGN TO "LEDGER"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-LEDGER-FILE-STATUS.
000450     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  JOURNAL-VOUCHER-FILE
000510     RECORDING MODE IS F.
000520     COPY LANCMANREC.
000530 FD  ACCOUNT-MASTER-FILE
000540     RECORDING MODE IS F.
000550     COPY COAREC.
000560 FD  LEDGER-POSTING-FILE
000570     RECORDING MODE IS F.
000580     COPY LEDGERREC.
000590 FD  AUDIT-LOG-FILE
000600     RECORDING MODE IS F.
000610     COPY AUDITREC.
000620 WORKING-STORAGE SECTION.
000630 01  WS-SWITCHES.
000640     05  WS-LCM-FILE-STATUS      PIC X(02)   VALUE "00".
000650     05  WS-COA-FILE-STATUS      PIC X(02)   VALUE "00".
000660     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
000670     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000680     05  WS-LCM-EOF-SW           PIC X(01)   VALUE "N".
000690         88  WS-LCM-EOF                      VALUE "Y".
000700     05  WS-COA-EOF-SW           PIC X(01)   VALUE "N".
000710         88  WS-COA-EOF                      VALUE "Y".
000720     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000730         88  WS-EXIT                         VALUE "Y".
000740     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000750         88  WS-SIGNON-VALID                 VALUE "Y".
000760     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000770         88  WS-FOUND                        VALUE "Y".
000780     05  WS-COA-OK-SW            PIC X(01)   VALUE "N".
000790         88  WS-COA-OK                       VALUE "Y".
000800     05  WS-VALOR-VALID-SW       PIC X(01)   VALUE "N".
000810         88  WS-VALOR-VALID                  VALUE "Y".
000820     05  WS-FIM-LINHAS-SW        PIC X(01)   VALUE "N".
000830         88  WS-FIM-LINHAS                   VALUE "Y".
000840     05  WS-CONTAS-OK-SW         PIC X(01)   VALUE "Y".
000850         88  WS-CONTAS-OK                    VALUE "Y".
000860     05  WS-LEDGER-OPEN-SW       PIC X(01)   VALUE "N".
000870         88  WS-LEDGER-OPEN                  VALUE "Y".
000880     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
000890         88  WS-OVERFLOW                     VALUE "Y".
000900 01  WS-MSG-CODE-WK              PIC X(08).
000910 01  WS-MSG-TEXT-WK              PIC X(60).
000920 01  WS-OPERATOR-ID              PIC X(08).
000930 01  WS-OPERATOR-PIN             PIC X(04).
000940 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000950 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000960     88  WS-AUTHORIZED                       VALUE "Y".
000970*  APROVADOR - NIVEL 9 CONFERIDO PELO OPAUTH NA HORA DA ACAO.
000980 01  WS-SUPERV-LEVEL             PIC 9(01)   VALUE 9.
000990 01  WS-SUPERV-SW                PIC X(01)   VALUE "N".
001000     88  WS-SUPERVISOR                       VALUE "Y".
001010*  LIMITES DO VALE E DO ARQUIVO DE LANCAMENTOS EM MEMORIA.
001020 77  WS-MAX-LINHAS               PIC 9(02)   VALUE 20.
001030 77  WS-MAX-LANCMAN              PIC 9(04)   VALUE 1000.
001040 01  WS-ACAO                     PIC X(01).
001050 01  WS-DECISAO                  PIC X(01).
001060 01  WS-HOJE                     PIC X(08).
001070 01  WS-IN-DATA                  PIC X(08).
001080 01  WS-IN-HISTORICO             PIC X(30).
001090 01  WS-IN-REFERENCIA            PIC X(15).
001100 01  WS-IN-TIPO                  PIC X(01).
001110 01  WS-IN-ACCOUNT               PIC X(08).
001120 01  WS-IN-DC                    PIC X(01).
001130 01  WS-IN-VALOR                 PIC X(10).
001140 01  WS-IN-NUMERO                PIC X(10).
001150 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
001160 01  WS-VALOR-NUM                PIC 9(09)V99.
001170 01  WS-TIPO-WK                  PIC X(01).
001180 01  WS-VALE-WK                  PIC 9(06).
001190 01  WS-PROX-NUMERO              PIC 9(06)   VALUE ZERO.
001200 01  WS-ITEM-POS                 PIC 9(04).
001210 01  WS-SCAN                     PIC 9(04).
001220 01  WS-NV-SCAN                  PIC 9(02).
001230 01  WS-TOT-DEBITO               PIC 9(11)V99.
001240 01  WS-TOT-CREDITO              PIC 9(11)V99.
001250 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001260 01  WS-ESTORNOS                 PIC 9(03)   VALUE ZERO.
001270 01  WS-LISTADOS                 PIC 9(03)   VALUE ZERO.
001280 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.99.
001290 01  WS-VALOR-ED2                PIC ZZZZZZZZ9.99.
001300 01  WS-AUDIT-ACAO               PIC X(20).
001310 01  WS-DIAUTIL-FUNC             PIC X(01).
001320 01  WS-BUSINESS-DATE            PIC X(08).
001330 01  WS-BUSINESS-SW              PIC X(01).
001340 01  WS-GUARD                    PIC 9(02).
001350 01  WS-DATA-NUM                 PIC 9(08).
001360 01  WS-DIAS-INT                 PIC 9(07).
001370 01  WS-ESTORNO-WK.
001380     05  WS-EST-ANO              PIC 9(04).
001390     05  WS-EST-MES              PIC 9(02).
001400     05  WS-EST-DIA              PIC 9(02).
001410
001420******************************************************************
001430*  LINHAS DO VALE EM DIGITACAO, ANTES DA PROVA DEBITO = CREDITO.
001440******************************************************************
001450 01  WS-NV-TABLE.
001460     05  WS-NV-ENTRY OCCURS 20 TIMES
001470                     INDEXED BY WS-NV-IDX.
001480         10  WS-NV-ACCOUNT       PIC X(08).
001490         10  WS-NV-DC            PIC X(01).
001500         10  WS-NV-AMOUNT        PIC 9(09)V99.
001510 01  WS-NV-COUNT                 PIC 9(02)   VALUE ZERO.
001520
001530******************************************************************
001540*  LANCAMENTOS MANUAIS CARREGADOS EM MEMORIA; REGRAVADOS INTEIROS
001550*  NA SAIDA QUANDO HOUVE MUDANCA (MESMO PADRAO DO CLIMANT).
001560******************************************************************
001570 01  WS-LM-TABLE.
001580     05  WS-LM-ENTRY OCCURS 1000 TIMES
001590                     INDEXED BY WS-LM-IDX.
001600         10  WS-LM-NUMERO        PIC 9(06).
001610         10  WS-LM-LINHA         PIC 9(02).
001620         10  WS-LM-DATA          PIC X(08).
001630         10  WS-LM-ACCOUNT       PIC X(08).
001640         10  WS-LM-DC            PIC X(01).
001650         10  WS-LM-AMOUNT        PIC 9(09)V99.
001660         10  WS-LM-HISTORICO     PIC X(30).
001670         10  WS-LM-REFERENCIA    PIC X(15).
001680         10  WS-LM-TIPO          PIC X(01).
001690         10  WS-LM-SITUACAO      PIC X(01).
001700         10  WS-LM-MAKER-ID      PIC X(08).
001710         10  WS-LM-MAKER-DATA    PIC X(08).
001720         10  WS-LM-CHECKER-ID    PIC X(08).
001730         10  WS-LM-CHECKER-DATA  PIC X(08).
001740         10  WS-LM-ESTORNO-DATA  PIC X(08).
001750         10  WS-LM-ESTORNO-SW    PIC X(01).
001760 01  WS-LM-COUNT                 PIC 9(04)   VALUE ZERO.
001770
001780******************************************************************
001790*  PLANO DE CONTAS PARA VALIDAR AS CONTAS DO VALE.
001800******************************************************************
001810 01  WS-COA-TABLE.
001820     05  WS-CO-ENTRY OCCURS 100 TIMES
001830                     INDEXED BY WS-CO-IDX.
001840         10  WS-CO-ACCOUNT       PIC X(08).
001850         10  WS-CO-ACTIVE        PIC X(01).
001860 01  WS-COA-COUNT                PIC 9(03)   VALUE ZERO.
001861*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
001862*  LANCAMENTO NO LEDGER.
001863 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
001864 01  WS-PERIODO-PROG             PIC X(08)   VALUE "LANCMAN".
001865 01  WS-PERIODO-SW               PIC X(01).
001866     88  WS-PERIODO-RECUSADO                 VALUE "R".
001870
001880 PROCEDURE DIVISION.
001890
001900 0000-MAINLINE.
001910     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001920*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001930     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001940                         WS-AUTHORIZED-SW
001950     IF NOT WS-AUTHORIZED
001960         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001970         MOVE 8 TO RETURN-CODE
001980         STOP RUN
001990     END-IF
002000     CALL "OPAUTH" USING WS-OPERATOR-ID WS-SUPERV-LEVEL
002010                         WS-SUPERV-SW
002020     PERFORM 1000-INITIALIZE
002030     IF WS-OVERFLOW
002040         DISPLAY "LANCMAN MAIOR QUE A TABELA (1000) - EXECUCAO"
002050                 " RECUSADA, NADA ALTERADO"
002060         MOVE 8 TO RETURN-CODE
002070         STOP RUN
002080     END-IF
002090     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002100         UNTIL WS-EXIT
002110     PERFORM 3000-FINALIZE
002120     STOP RUN.
002130
002140******************************************************************
002150*  0010-SIGN-ON
002160*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002170*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002180******************************************************************
002190 0010-SIGN-ON.
002200     MOVE "N" TO WS-SIGNON-VALID-SW
002210     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002220         UNTIL WS-SIGNON-VALID.
002230 0010-EXIT.
002240     EXIT.
002250
002260 0020-PROMPT-SIGNON.
002270     MOVE "SGN-001" TO WS-MSG-CODE-WK
002280     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002290     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002300     ACCEPT WS-OPERATOR-ID
002310     MOVE "SGN-002" TO WS-MSG-CODE-WK
002320     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002330     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002340     ACCEPT WS-OPERATOR-PIN
002350     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002360                           WS-SIGNON-VALID-SW
002370     IF NOT WS-SIGNON-VALID
002380         MOVE "SGN-003" TO WS-MSG-CODE-WK
002390         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002400         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002410     END-IF.
002420 0020-EXIT.
002430     EXIT.
002440
002450
002460******************************************************************
002470*  0100-OPEN-AUDIT-LOG-FILE
002480*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002490*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002500******************************************************************
002510 0100-OPEN-AUDIT-LOG-FILE.
002520     OPEN EXTEND AUDIT-LOG-FILE
002530     IF WS-AUDIT-FILE-STATUS = "35"
002540         OPEN OUTPUT AUDIT-LOG-FILE
002550         CLOSE AUDIT-LOG-FILE
002560         OPEN EXTEND AUDIT-LOG-FILE
002570     END-IF.
002580
002590******************************************************************
002600*  1000-INITIALIZE
002610*  CARREGA O PLANO DE CONTAS E OS LANCAMENTOS MANUAIS, GUARDA O
002620*  MAIOR NUMERO DE VALE JA USADO E ABRE A AUDITORIA.
002630******************************************************************
002640 1000-INITIALIZE.
002650     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002660     OPEN INPUT ACCOUNT-MASTER-FILE
002670     IF WS-COA-FILE-STATUS NOT = "00"
002680         MOVE "Y" TO WS-COA-EOF-SW
002690     ELSE
002700         PERFORM 1250-LOAD-COA-ENTRY THRU 1250-EXIT
002710             UNTIL WS-COA-EOF
002720         CLOSE ACCOUNT-MASTER-FILE
002730     END-IF
002740     OPEN INPUT JOURNAL-VOUCHER-FILE
002750     IF WS-LCM-FILE-STATUS NOT = "00"
002760         MOVE "Y" TO WS-LCM-EOF-SW
002770     ELSE
002780         PERFORM 1100-LOAD-LANCAMENTO THRU 1100-EXIT
002790             UNTIL WS-LCM-EOF
002800         CLOSE JOURNAL-VOUCHER-FILE
002810     END-IF
002820     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002830
002840 1100-LOAD-LANCAMENTO.
002850     READ JOURNAL-VOUCHER-FILE
002860         AT END
002870             MOVE "Y" TO WS-LCM-EOF-SW
002880             GO TO 1100-EXIT
002890     END-READ
002900     IF WS-LM-COUNT >= WS-MAX-LANCMAN
002910         MOVE "Y" TO WS-OVERFLOW-SW
002920         GO TO 1100-EXIT
002930     END-IF
002940     ADD 1 TO WS-LM-COUNT
002950     SET WS-LM-IDX TO WS-LM-COUNT
002960     MOVE LCM-NUMERO       TO WS-LM-NUMERO(WS-LM-IDX)
002970     MOVE LCM-LINHA        TO WS-LM-LINHA(WS-LM-IDX)
002980     MOVE LCM-DATA         TO WS-LM-DATA(WS-LM-IDX)
002990     MOVE LCM-ACCOUNT      TO WS-LM-ACCOUNT(WS-LM-IDX)
003000     MOVE LCM-DC           TO WS-LM-DC(WS-LM-IDX)
003010     MOVE LCM-AMOUNT       TO WS-LM-AMOUNT(WS-LM-IDX)
003020     MOVE LCM-HISTORICO    TO WS-LM-HISTORICO(WS-LM-IDX)
003030     MOVE LCM-REFERENCIA   TO WS-LM-REFERENCIA(WS-LM-IDX)
003040     MOVE LCM-TIPO         TO WS-LM-TIPO(WS-LM-IDX)
003050     MOVE LCM-SITUACAO     TO WS-LM-SITUACAO(WS-LM-IDX)
003060     MOVE LCM-MAKER-ID     TO WS-LM-MAKER-ID(WS-LM-IDX)
003070     MOVE LCM-MAKER-DATA   TO WS-LM-MAKER-DATA(WS-LM-IDX)
003080     MOVE LCM-CHECKER-ID   TO WS-LM-CHECKER-ID(WS-LM-IDX)
003090     MOVE LCM-CHECKER-DATA TO WS-LM-CHECKER-DATA(WS-LM-IDX)
003100     MOVE LCM-ESTORNO-DATA TO WS-LM-ESTORNO-DATA(WS-LM-IDX)
003110     MOVE LCM-ESTORNO-SW   TO WS-LM-ESTORNO-SW(WS-LM-IDX)
003120     IF LCM-NUMERO > WS-PROX-NUMERO
003130         MOVE LCM-NUMERO TO WS-PROX-NUMERO
003140     END-IF.
003150 1100-EXIT.
003160     EXIT.
003170
003180 1250-LOAD-COA-ENTRY.
003190     READ ACCOUNT-MASTER-FILE
003200         AT END
003210             MOVE "Y" TO WS-COA-EOF-SW
003220             GO TO 1250-EXIT
003230     END-READ
003240     IF WS-COA-COUNT < 100
003250         ADD 1 TO WS-COA-COUNT
003260         SET WS-CO-IDX TO WS-COA-COUNT
003270         MOVE COA-ACCOUNT TO WS-CO-ACCOUNT(WS-CO-IDX)
003280         MOVE COA-ACTIVE  TO WS-CO-ACTIVE(WS-CO-IDX)
003290     END-IF.
003300 1250-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340*  2000-SHOW-MENU
003350*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
003360******************************************************************
003370 2000-SHOW-MENU.
003380     DISPLAY " "
003390     DISPLAY "LANCAMENTOS CONTABEIS MANUAIS - ESCOLHA A ACAO:"
003400     DISPLAY "  I - INCLUIR VALE CONTABIL"
003410     DISPLAY "  A - APROVAR E LANCAR VALE (OUTRO OPERADOR)"
003420     DISPLAY "  R - RECUSAR VALE (OUTRO OPERADOR)"
003430     DISPLAY "  L - LISTAR PENDENTES E ESTORNOS AGENDADOS"
003440     DISPLAY "  X - SAIR E GRAVAR"
003450     ACCEPT WS-ACAO
003460     EVALUATE WS-ACAO
003470         WHEN "I"
003480         WHEN "i"
003490             PERFORM 2100-INCLUI-VALE THRU 2100-EXIT
003500         WHEN "A"
003510         WHEN "a"
003520             PERFORM 2300-APROVA-VALE THRU 2300-EXIT
003530         WHEN "R"
003540         WHEN "r"
003550             PERFORM 2500-RECUSA-VALE THRU 2500-EXIT
003560         WHEN "L"
003570         WHEN "l"
003580             PERFORM 2600-LIST-VALES THRU 2600-EXIT
003590         WHEN "X"
003600         WHEN "x"
003610             MOVE "Y" TO WS-EXIT-SW
003620         WHEN OTHER
003630             DISPLAY "ACAO INVALIDA"
003640     END-EVALUATE.
003650 2000-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*  2100-INCLUI-VALE
003700*  RECEBE O CABECALHO E AS LINHAS DO VALE. SO GRAVA SE HOUVER PELO
003710*  MENOS UMA LINHA DE CADA LADO E O TOTAL DOS DEBITOS FOR IGUAL AO
003720*  DOS CREDITOS; O VALE FICA PENDENTE, SEM NADA NO LEDGER.
003730******************************************************************
003740 2100-INCLUI-VALE.
003750     IF WS-LM-COUNT + WS-MAX-LINHAS > WS-MAX-LANCMAN
003760         DISPLAY "ARQUIVO DE LANCAMENTOS CHEIO - ARQUIVE OS VALES"
003770                 " ANTIGOS"
003780         GO TO 2100-EXIT
003790     END-IF
003800     DISPLAY "DATA CONTABIL (AAAAMMDD, BRANCO=HOJE):"
003810     ACCEPT WS-IN-DATA
003820     IF WS-IN-DATA = SPACES
003830         MOVE WS-HOJE TO WS-IN-DATA
003840     END-IF
003850     IF WS-IN-DATA NOT NUMERIC
003860         OR WS-IN-DATA(5:2) < "01" OR WS-IN-DATA(5:2) > "12"
003870         OR WS-IN-DATA(7:2) < "01" OR WS-IN-DATA(7:2) > "31"
003880         DISPLAY "DATA INVALIDA - VALE CANCELADO"
003890         GO TO 2100-EXIT
003900     END-IF
003910     DISPLAY "HISTORICO DO VALE:"
003920     ACCEPT WS-IN-HISTORICO
003930     IF WS-IN-HISTORICO = SPACES
003940         DISPLAY "HISTORICO OBRIGATORIO - VALE CANCELADO"
003950         GO TO 2100-EXIT
003960     END-IF
003970     DISPLAY "REFERENCIA DO DOCUMENTO DE SUPORTE:"
003980     ACCEPT WS-IN-REFERENCIA
003990     IF WS-IN-REFERENCIA = SPACES
004000         DISPLAY "REFERENCIA OBRIGATORIA - VALE CANCELADO"
004010         GO TO 2100-EXIT
004020     END-IF
004030     DISPLAY "PROVISAO COM ESTORNO NO MES SEGUINTE? (S/N,"
004040             " BRANCO=N):"
004050     ACCEPT WS-IN-TIPO
004060     IF WS-IN-TIPO = "S" OR WS-IN-TIPO = "s"
004070         MOVE "E" TO WS-TIPO-WK
004080     ELSE
004090         MOVE "N" TO WS-TIPO-WK
004100     END-IF
004110     MOVE ZERO TO WS-NV-COUNT
004120     MOVE ZERO TO WS-TOT-DEBITO
004130     MOVE ZERO TO WS-TOT-CREDITO
004140     MOVE "N" TO WS-FIM-LINHAS-SW
004150     PERFORM 2150-ENTRA-LINHA THRU 2150-EXIT
004160         UNTIL WS-FIM-LINHAS
004170     IF WS-TOT-DEBITO = ZERO OR WS-TOT-CREDITO = ZERO
004180         DISPLAY "VALE PRECISA DE DEBITO E CREDITO - DESCARTADO"
004190         GO TO 2100-EXIT
004200     END-IF
004210     IF WS-TOT-DEBITO NOT = WS-TOT-CREDITO
004220         MOVE WS-TOT-DEBITO  TO WS-VALOR-ED
004230         MOVE WS-TOT-CREDITO TO WS-VALOR-ED2
004240         DISPLAY "VALE NAO BALANCEADO - DEBITOS R$" WS-VALOR-ED
004250                 " CREDITOS R$" WS-VALOR-ED2
004260         DISPLAY "VALE DESCARTADO"
004270         GO TO 2100-EXIT
004280     END-IF
004290     ADD 1 TO WS-PROX-NUMERO
004300     MOVE WS-PROX-NUMERO TO WS-VALE-WK
004310     PERFORM 2190-GRAVA-LINHA THRU 2190-EXIT
004320         VARYING WS-NV-SCAN FROM 1 BY 1
004330         UNTIL WS-NV-SCAN > WS-NV-COUNT
004340     ADD 1 TO WS-CHANGE-COUNT
004350     MOVE "INCLUSAO" TO WS-AUDIT-ACAO
004360     PERFORM 7000-WRITE-AUDIT-VALE
004370     DISPLAY "VALE " WS-VALE-WK " INCLUIDO - PENDENTE DE"
004380             " APROVACAO POR OUTRO OPERADOR".
004390 2100-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430*  2150-ENTRA-LINHA
004440*  UMA LINHA DO VALE: CONTA ATIVA DO PLANO, LADO E VALOR. CONTA EM
004450*  BRANCO ENCERRA O VALE; LINHA INVALIDA E PEDIDA DE NOVO.
004460******************************************************************
004470 2150-ENTRA-LINHA.
004480     IF WS-NV-COUNT >= WS-MAX-LINHAS
004490         DISPLAY "LIMITE DE 20 LINHAS POR VALE"
004500         MOVE "Y" TO WS-FIM-LINHAS-SW
004510         GO TO 2150-EXIT
004520     END-IF
004530     DISPLAY "CONTA DA LINHA (BRANCO = FIM DO VALE):"
004540     ACCEPT WS-IN-ACCOUNT
004550     IF WS-IN-ACCOUNT = SPACES
004560         MOVE "Y" TO WS-FIM-LINHAS-SW
004570         GO TO 2150-EXIT
004580     END-IF
004590     MOVE "N" TO WS-COA-OK-SW
004600     PERFORM 2180-MATCH-CONTA THRU 2180-EXIT
004610         VARYING WS-CO-IDX FROM 1 BY 1
004620         UNTIL WS-CO-IDX > WS-COA-COUNT OR WS-COA-OK
004630     IF NOT WS-COA-OK
004640         DISPLAY "CONTA FORA DO PLANO OU ENCERRADA - LINHA"
004650                 " IGNORADA"
004660         GO TO 2150-EXIT
004670     END-IF
004680     DISPLAY "D = DEBITO, C = CREDITO:"
004690     ACCEPT WS-IN-DC
004700     EVALUATE WS-IN-DC
004710         WHEN "D"
004720         WHEN "d"
004730             MOVE "D" TO WS-IN-DC
004740         WHEN "C"
004750         WHEN "c"
004760             MOVE "C" TO WS-IN-DC
004770         WHEN OTHER
004780             DISPLAY "LADO INVALIDO - LINHA IGNORADA"
004790             GO TO 2150-EXIT
004800     END-EVALUATE
004810     DISPLAY "VALOR (CENTAVOS, EX. 0001250 = R$12,50):"
004820     ACCEPT WS-IN-VALOR
004830     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-NO
004840                           WS-VALOR-VALID-SW
004850     IF NOT WS-VALOR-VALID
004860         DISPLAY "VALOR INVALIDO - LINHA IGNORADA"
004870         GO TO 2150-EXIT
004880     END-IF
004890     COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-IN-VALOR) / 100
004900     ADD 1 TO WS-NV-COUNT
004910     SET WS-NV-IDX TO WS-NV-COUNT
004920     MOVE WS-IN-ACCOUNT TO WS-NV-ACCOUNT(WS-NV-IDX)
004930     MOVE WS-IN-DC      TO WS-NV-DC(WS-NV-IDX)
004940     MOVE WS-VALOR-NUM  TO WS-NV-AMOUNT(WS-NV-IDX)
004950     IF WS-IN-DC = "D"
004960         ADD WS-VALOR-NUM TO WS-TOT-DEBITO
004970     ELSE
004980         ADD WS-VALOR-NUM TO WS-TOT-CREDITO
004990     END-IF.
005000 2150-EXIT.
005010     EXIT.
005020
005030 2180-MATCH-CONTA.
005040     IF WS-CO-ACCOUNT(WS-CO-IDX) = WS-IN-ACCOUNT
005050         AND (WS-CO-ACTIVE(WS-CO-IDX) = "A"
005060              OR WS-CO-ACTIVE(WS-CO-IDX) = SPACE)
005070         MOVE "Y" TO WS-COA-OK-SW
005080     END-IF.
005090 2180-EXIT.
005100     EXIT.
005110
005120 2190-GRAVA-LINHA.
005130     SET WS-NV-IDX TO WS-NV-SCAN
005140     ADD 1 TO WS-LM-COUNT
005150     SET WS-LM-IDX TO WS-LM-COUNT
005160     MOVE WS-VALE-WK               TO WS-LM-NUMERO(WS-LM-IDX)
005170     MOVE WS-NV-SCAN               TO WS-LM-LINHA(WS-LM-IDX)
005180     MOVE WS-IN-DATA               TO WS-LM-DATA(WS-LM-IDX)
005190     MOVE WS-NV-ACCOUNT(WS-NV-IDX) TO WS-LM-ACCOUNT(WS-LM-IDX)
005200     MOVE WS-NV-DC(WS-NV-IDX)      TO WS-LM-DC(WS-LM-IDX)
005210     MOVE WS-NV-AMOUNT(WS-NV-IDX)  TO WS-LM-AMOUNT(WS-LM-IDX)
005220     MOVE WS-IN-HISTORICO          TO WS-LM-HISTORICO(WS-LM-IDX)
005230     MOVE WS-IN-REFERENCIA         TO WS-LM-REFERENCIA(WS-LM-IDX)
005240     MOVE WS-TIPO-WK               TO WS-LM-TIPO(WS-LM-IDX)
005250     MOVE "P"                      TO WS-LM-SITUACAO(WS-LM-IDX)
005260     MOVE WS-OPERATOR-ID           TO WS-LM-MAKER-ID(WS-LM-IDX)
005270     MOVE WS-HOJE                  TO WS-LM-MAKER-DATA(WS-LM-IDX)
005280     MOVE SPACES                   TO WS-LM-CHECKER-ID(WS-LM-IDX)
005290     MOVE SPACES                TO WS-LM-CHECKER-DATA(WS-LM-IDX)
005300     MOVE SPACES                TO WS-LM-ESTORNO-DATA(WS-LM-IDX)
005310     MOVE "N"                   TO WS-LM-ESTORNO-SW(WS-LM-IDX).
005320 2190-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*  2300-APROVA-VALE
005370*  O APROVADOR (NIVEL 9, NUNCA QUEM FEZ O VALE) CONFERE AS LINHAS
005380*  E CONFIRMA; SO ENTAO O VALE VAI PARA O LEDGER. NA PROVISAO COM
005390*  ESTORNO, GRAVA A DATA DO ESTORNO (1O DIA UTIL DO MES SEGUINTE).
005400******************************************************************
005410 2300-APROVA-VALE.
005420     PERFORM 2310-LOCALIZA-VALE THRU 2310-EXIT
005430     IF NOT WS-FOUND
005440         GO TO 2300-EXIT
005450     END-IF
005460     MOVE "Y" TO WS-CONTAS-OK-SW
005470     PERFORM 2340-CONFERE-CONTA THRU 2340-EXIT
005480         VARYING WS-SCAN FROM 1 BY 1
005490         UNTIL WS-SCAN > WS-LM-COUNT
005500     IF NOT WS-CONTAS-OK
005510         DISPLAY "VALE COM CONTA ENCERRADA DESDE A INCLUSAO -"
005520                 " RECUSE O VALE"
005530         GO TO 2300-EXIT
005540     END-IF
005541*    VALE DATADO EM MES FECHADO, COM O PERPARM EM RECUSA, NAO PODE
005542*    SER APROVADO - O ADMINISTRADOR REABRE O MES NO PERMANT ANTES.
005543     MOVE SPACES TO LEDGER-POSTING-RECORD
005544     MOVE WS-LM-DATA(WS-ITEM-POS) TO LED-POSTING-DATE
005545     MOVE "C" TO WS-PERIODO-FUNC
005546     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
005547                          LEDGER-POSTING-RECORD WS-PERIODO-SW
005548     MOVE "L" TO WS-PERIODO-FUNC
005549     IF WS-PERIODO-RECUSADO
005550         DISPLAY "DATA DO VALE EM PERIODO FECHADO - PECA A"
005551                 " REABERTURA DO MES AO ADMINISTRADOR"
005552         GO TO 2300-EXIT
005553     END-IF
005554     DISPLAY "APROVA E LANCA NO LEDGER? (S/N):"
005560     ACCEPT WS-DECISAO
005570     IF WS-DECISAO NOT = "S" AND WS-DECISAO NOT = "s"
005580         DISPLAY "NADA ALTERADO"
005590         GO TO 2300-EXIT
005600     END-IF
005610     MOVE SPACES TO WS-ESTORNO-WK
005620     IF WS-LM-TIPO(WS-ITEM-POS) = "E"
005630         PERFORM 5000-CALCULA-ESTORNO THRU 5000-EXIT
005640     END-IF
005650     PERFORM 6000-OPEN-LEDGER
005660     PERFORM 2350-LANCA-LINHA THRU 2350-EXIT
005670         VARYING WS-SCAN FROM 1 BY 1
005680         UNTIL WS-SCAN > WS-LM-COUNT
005690     CLOSE LEDGER-POSTING-FILE
005700     MOVE "N" TO WS-LEDGER-OPEN-SW
005710     ADD 1 TO WS-CHANGE-COUNT
005720     MOVE "APROVACAO" TO WS-AUDIT-ACAO
005730     PERFORM 7000-WRITE-AUDIT-VALE
005740     DISPLAY "VALE " WS-VALE-WK " APROVADO E LANCADO NO LEDGER"
005750     IF WS-ESTORNO-WK NOT = SPACES
005760         DISPLAY "ESTORNO AUTOMATICO AGENDADO PARA " WS-ESTORNO-WK
005770     END-IF.
005780 2300-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820*  2310-LOCALIZA-VALE
005830*  PEDE O NUMERO DO VALE E CONFERE A ALCADA: SO NIVEL 9 DECIDE, SO
005840*  VALE PENDENTE, E NUNCA O MESMO OPERADOR QUE O INCLUIU. MOSTRA O
005850*  VALE PARA A CONFERENCIA; WS-ITEM-POS FICA NA PRIMEIRA LINHA.
005860******************************************************************
005870 2310-LOCALIZA-VALE.
005880     MOVE "N" TO WS-FOUND-SW
005890     CALL "OPAUTH" USING WS-OPERATOR-ID WS-SUPERV-LEVEL
005900                         WS-SUPERV-SW
005910     IF NOT WS-SUPERVISOR
005920         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
005930         GO TO 2310-EXIT
005940     END-IF
005950     DISPLAY "NUMERO DO VALE:"
005960     ACCEPT WS-IN-NUMERO
005970     CALL "VALIDNUM" USING WS-IN-NUMERO WS-ALLOW-ZERO-NO
005980                           WS-VALOR-VALID-SW
005990     IF NOT WS-VALOR-VALID
006000         DISPLAY "NUMERO INVALIDO"
006010         GO TO 2310-EXIT
006020     END-IF
006030     COMPUTE WS-VALE-WK = FUNCTION NUMVAL(WS-IN-NUMERO)
006040     PERFORM 2320-MATCH-VALE THRU 2320-EXIT
006050         VARYING WS-SCAN FROM 1 BY 1
006060         UNTIL WS-SCAN > WS-LM-COUNT OR WS-FOUND
006070     IF NOT WS-FOUND
006080         DISPLAY "VALE NAO ENCONTRADO"
006090         GO TO 2310-EXIT
006100     END-IF
006110     IF WS-LM-SITUACAO(WS-ITEM-POS) NOT = "P"
006120         DISPLAY "VALE NAO ESTA PENDENTE - SITUACAO "
006130                 WS-LM-SITUACAO(WS-ITEM-POS)
006140         MOVE "N" TO WS-FOUND-SW
006150         GO TO 2310-EXIT
006160     END-IF
006170     IF WS-LM-MAKER-ID(WS-ITEM-POS) = WS-OPERATOR-ID
006180         DISPLAY "QUEM INCLUIU O VALE NAO PODE DECIDI-LO"
006190         MOVE "N" TO WS-FOUND-SW
006200         GO TO 2310-EXIT
006210     END-IF
006220     DISPLAY "VALE " WS-VALE-WK " DATA " WS-LM-DATA(WS-ITEM-POS)
006230             " INCLUIDO POR " WS-LM-MAKER-ID(WS-ITEM-POS)
006240     DISPLAY "  " WS-LM-HISTORICO(WS-ITEM-POS)
006250             " REF " WS-LM-REFERENCIA(WS-ITEM-POS)
006260     IF WS-LM-TIPO(WS-ITEM-POS) = "E"
006270         DISPLAY "  PROVISAO COM ESTORNO NO MES SEGUINTE"
006280     END-IF
006290     PERFORM 2330-MOSTRA-LINHA THRU 2330-EXIT
006300         VARYING WS-SCAN FROM 1 BY 1
006310         UNTIL WS-SCAN > WS-LM-COUNT.
006320 2310-EXIT.
006330     EXIT.
006340
006350 2320-MATCH-VALE.
006360     IF WS-LM-NUMERO(WS-SCAN) = WS-VALE-WK
006370         MOVE "Y" TO WS-FOUND-SW
006380         MOVE WS-SCAN TO WS-ITEM-POS
006390     END-IF.
006400 2320-EXIT.
006410     EXIT.
006420
006430 2330-MOSTRA-LINHA.
006440     IF WS-LM-NUMERO(WS-SCAN) NOT = WS-VALE-WK
006450         GO TO 2330-EXIT
006460     END-IF
006470     MOVE WS-LM-AMOUNT(WS-SCAN) TO WS-VALOR-ED
006480     DISPLAY "  " WS-LM-LINHA(WS-SCAN) " " WS-LM-ACCOUNT(WS-SCAN)
006490             " " WS-LM-DC(WS-SCAN) " R$" WS-VALOR-ED.
006500 2330-EXIT.
006510     EXIT.
006520
006530 2340-CONFERE-CONTA.
006540     IF WS-LM-NUMERO(WS-SCAN) NOT = WS-VALE-WK
006550         GO TO 2340-EXIT
006560     END-IF
006570     MOVE WS-LM-ACCOUNT(WS-SCAN) TO WS-IN-ACCOUNT
006580     MOVE "N" TO WS-COA-OK-SW
006590     PERFORM 2180-MATCH-CONTA THRU 2180-EXIT
006600         VARYING WS-CO-IDX FROM 1 BY 1
006610         UNTIL WS-CO-IDX > WS-COA-COUNT OR WS-COA-OK
006620     IF NOT WS-COA-OK
006630         DISPLAY "CONTA " WS-IN-ACCOUNT
006640                 " FORA DO PLANO OU ENCERRADA"
006650         MOVE "N" TO WS-CONTAS-OK-SW
006660     END-IF.
006670 2340-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710*  2350-LANCA-LINHA
006720*  LANCA NO LEDGER UMA LINHA DO VALE APROVADO, NA DATA CONTABIL DO
006730*  VALE, COM O HISTORICO "LCM" + NUMERO (O RAZAO PRESERVA ESTES
006740*  LANCAMENTOS NA RELEITURA DO DIA), E MARCA A LINHA LANCADA.
006750******************************************************************
006760 2350-LANCA-LINHA.
006770     IF WS-LM-NUMERO(WS-SCAN) NOT = WS-VALE-WK
006780         GO TO 2350-EXIT
006790     END-IF
006800     MOVE SPACES                 TO LEDGER-POSTING-RECORD
006810     MOVE WS-LM-DATA(WS-SCAN)    TO LED-POSTING-DATE
006820     MOVE WS-LM-ACCOUNT(WS-SCAN) TO LED-ACCOUNT
006830     MOVE WS-LM-DC(WS-SCAN)      TO LED-DC
006840     MOVE WS-LM-AMOUNT(WS-SCAN)  TO LED-AMOUNT
006850     STRING "LCM" WS-LM-NUMERO(WS-SCAN) " "
006860            WS-LM-HISTORICO(WS-SCAN)
006870            DELIMITED BY SIZE INTO LED-DESC
006872     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
006874                          LEDGER-POSTING-RECORD WS-PERIODO-SW
006876     IF NOT WS-PERIODO-RECUSADO
006880         WRITE LEDGER-POSTING-RECORD
006885     END-IF
006890     MOVE "L"            TO WS-LM-SITUACAO(WS-SCAN)
006900     MOVE WS-OPERATOR-ID TO WS-LM-CHECKER-ID(WS-SCAN)
006910     MOVE WS-HOJE        TO WS-LM-CHECKER-DATA(WS-SCAN)
006920     MOVE WS-ESTORNO-WK  TO WS-LM-ESTORNO-DATA(WS-SCAN).
006930 2350-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970*  2500-RECUSA-VALE
006980*  O APROVADOR RECUSA O VALE PENDENTE; NADA VAI PARA O LEDGER.
006990******************************************************************
007000 2500-RECUSA-VALE.
007010     PERFORM 2310-LOCALIZA-VALE THRU 2310-EXIT
007020     IF NOT WS-FOUND
007030         GO TO 2500-EXIT
007040     END-IF
007050     DISPLAY "CONFIRMA A RECUSA DO VALE? (S/N):"
007060     ACCEPT WS-DECISAO
007070     IF WS-DECISAO NOT = "S" AND WS-DECISAO NOT = "s"
007080         DISPLAY "NADA ALTERADO"
007090         GO TO 2500-EXIT
007100     END-IF
007110     PERFORM 2550-RECUSA-LINHA THRU 2550-EXIT
007120         VARYING WS-SCAN FROM 1 BY 1
007130         UNTIL WS-SCAN > WS-LM-COUNT
007140     ADD 1 TO WS-CHANGE-COUNT
007150     MOVE "RECUSA" TO WS-AUDIT-ACAO
007160     PERFORM 7000-WRITE-AUDIT-VALE
007170     DISPLAY "VALE " WS-VALE-WK " RECUSADO".
007180 2500-EXIT.
007190     EXIT.
007200
007210 2550-RECUSA-LINHA.
007220     IF WS-LM-NUMERO(WS-SCAN) = WS-VALE-WK
007230         MOVE "R"            TO WS-LM-SITUACAO(WS-SCAN)
007240         MOVE WS-OPERATOR-ID TO WS-LM-CHECKER-ID(WS-SCAN)
007250         MOVE WS-HOJE        TO WS-LM-CHECKER-DATA(WS-SCAN)
007260     END-IF.
007270 2550-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310*  2600-LIST-VALES
007320*  LISTA OS VALES PENDENTES DE APROVACAO E AS PROVISOES LANCADAS
007330*  QUE AINDA ESPERAM O ESTORNO AUTOMATICO (UMA LINHA POR VALE).
007340******************************************************************
007350 2600-LIST-VALES.
007360     MOVE ZERO TO WS-LISTADOS
007370     DISPLAY "VALE   DATA     SIT INCLUIU  HISTORICO"
007380     PERFORM 2650-LIST-ONE THRU 2650-EXIT
007390         VARYING WS-SCAN FROM 1 BY 1
007400         UNTIL WS-SCAN > WS-LM-COUNT
007410     IF WS-LISTADOS = ZERO
007420         DISPLAY "NENHUM VALE PENDENTE OU ESTORNO AGENDADO"
007430     END-IF.
007440 2600-EXIT.
007450     EXIT.
007460
007470 2650-LIST-ONE.
007480     IF WS-LM-LINHA(WS-SCAN) NOT = 1
007490         GO TO 2650-EXIT
007500     END-IF
007510     IF WS-LM-SITUACAO(WS-SCAN) = "P"
007520         ADD 1 TO WS-LISTADOS
007530         DISPLAY WS-LM-NUMERO(WS-SCAN) " " WS-LM-DATA(WS-SCAN)
007540                 "  P  " WS-LM-MAKER-ID(WS-SCAN) " "
007550                 WS-LM-HISTORICO(WS-SCAN)
007560         GO TO 2650-EXIT
007570     END-IF
007580     IF WS-LM-SITUACAO(WS-SCAN) = "L"
007590         AND WS-LM-TIPO(WS-SCAN) = "E"
007600         AND WS-LM-ESTORNO-SW(WS-SCAN) NOT = "S"
007610         ADD 1 TO WS-LISTADOS
007620         DISPLAY WS-LM-NUMERO(WS-SCAN) " " WS-LM-DATA(WS-SCAN)
007630                 "  L  " WS-LM-MAKER-ID(WS-SCAN) " "
007640                 WS-LM-HISTORICO(WS-SCAN)
007650         DISPLAY "       ESTORNO EM " WS-LM-ESTORNO-DATA(WS-SCAN)
007660     END-IF.
007670 2650-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710*  3000-FINALIZE
007720*  LANCA OS ESTORNOS QUE JA VENCERAM, REGRAVA O ARQUIVO DE
007730*  LANCAMENTOS SE ALGO MUDOU E FECHA A AUDITORIA.
007740******************************************************************
007750 3000-FINALIZE.
007760     PERFORM 3100-ESTORNA-LINHA THRU 3100-EXIT
007770         VARYING WS-SCAN FROM 1 BY 1
007780         UNTIL WS-SCAN > WS-LM-COUNT
007790     IF WS-LEDGER-OPEN
007800         CLOSE LEDGER-POSTING-FILE
007810     END-IF
007820     IF WS-ESTORNOS > ZERO
007830         ADD 1 TO WS-CHANGE-COUNT
007840         DISPLAY "ESTORNOS AUTOMATICOS LANCADOS (VALES): "
007850                 WS-ESTORNOS
007860     END-IF
007870     IF WS-CHANGE-COUNT > ZERO
007880         OPEN OUTPUT JOURNAL-VOUCHER-FILE
007890         PERFORM 3200-WRITE-ONE THRU 3200-EXIT
007900             VARYING WS-SCAN FROM 1 BY 1
007910             UNTIL WS-SCAN > WS-LM-COUNT
007920         CLOSE JOURNAL-VOUCHER-FILE
007930     END-IF
007940     CLOSE AUDIT-LOG-FILE
007950     DISPLAY "LANCAMENTOS MANUAIS GRAVADOS - ALTERACOES: "
007960             WS-CHANGE-COUNT.
007970
007980******************************************************************
007990*  3100-ESTORNA-LINHA
008000*  PROVISAO LANCADA CUJA DATA DE ESTORNO JA CHEGOU: LANCA A LINHA
008010*  INVERTIDA (DEBITO VIRA CREDITO) NA DATA DO ESTORNO E MARCA O
008020*  ESTORNO FEITO. A AUDITORIA SAI UMA VEZ POR VALE (LINHA 1).
008030******************************************************************
008040 3100-ESTORNA-LINHA.
008050     IF WS-LM-SITUACAO(WS-SCAN) NOT = "L"
008060         OR WS-LM-TIPO(WS-SCAN) NOT = "E"
008070         OR WS-LM-ESTORNO-SW(WS-SCAN) = "S"
008080         OR WS-LM-ESTORNO-DATA(WS-SCAN) = SPACES
008090         OR WS-LM-ESTORNO-DATA(WS-SCAN) > WS-HOJE
008100         GO TO 3100-EXIT
008110     END-IF
008120     IF NOT WS-LEDGER-OPEN
008130         PERFORM 6000-OPEN-LEDGER
008140     END-IF
008150     MOVE SPACES                      TO LEDGER-POSTING-RECORD
008160     MOVE WS-LM-ESTORNO-DATA(WS-SCAN) TO LED-POSTING-DATE
008170     MOVE WS-LM-ACCOUNT(WS-SCAN)      TO LED-ACCOUNT
008180     IF WS-LM-DC(WS-SCAN) = "D"
008190         MOVE "C" TO LED-DC
008200     ELSE
008210         MOVE "D" TO LED-DC
008220     END-IF
008230     MOVE WS-LM-AMOUNT(WS-SCAN)       TO LED-AMOUNT
008240     STRING "LCM" WS-LM-NUMERO(WS-SCAN) " ESTORNO"
008250            DELIMITED BY SIZE INTO LED-DESC
008251     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
008252                          LEDGER-POSTING-RECORD WS-PERIODO-SW
008253*    ESTORNO RECUSADO (MES FECHADO) FICA PENDENTE PARA A PROXIMA
008254*    EXECUCAO, DEPOIS DA REABERTURA DO MES.
008255     IF WS-PERIODO-RECUSADO
008256         GO TO 3100-EXIT
008257     END-IF
008260     WRITE LEDGER-POSTING-RECORD
008270     MOVE "S" TO WS-LM-ESTORNO-SW(WS-SCAN)
008280     IF WS-LM-LINHA(WS-SCAN) = 1
008290         ADD 1 TO WS-ESTORNOS
008300         MOVE WS-LM-NUMERO(WS-SCAN) TO WS-VALE-WK
008310         MOVE WS-SCAN TO WS-ITEM-POS
008320         MOVE "ESTORNO" TO WS-AUDIT-ACAO
008330         PERFORM 7000-WRITE-AUDIT-VALE
008340     END-IF.
008350 3100-EXIT.
008360     EXIT.
008370
008380 3200-WRITE-ONE.
008390     SET WS-LM-IDX TO WS-SCAN
008400     MOVE SPACES                        TO JOURNAL-VOUCHER-RECORD
008410     MOVE WS-LM-NUMERO(WS-LM-IDX)       TO LCM-NUMERO
008420     MOVE WS-LM-LINHA(WS-LM-IDX)        TO LCM-LINHA
008430     MOVE WS-LM-DATA(WS-LM-IDX)         TO LCM-DATA
008440     MOVE WS-LM-ACCOUNT(WS-LM-IDX)      TO LCM-ACCOUNT
008450     MOVE WS-LM-DC(WS-LM-IDX)           TO LCM-DC
008460     MOVE WS-LM-AMOUNT(WS-LM-IDX)       TO LCM-AMOUNT
008470     MOVE WS-LM-HISTORICO(WS-LM-IDX)    TO LCM-HISTORICO
008480     MOVE WS-LM-REFERENCIA(WS-LM-IDX)   TO LCM-REFERENCIA
008490     MOVE WS-LM-TIPO(WS-LM-IDX)         TO LCM-TIPO
008500     MOVE WS-LM-SITUACAO(WS-LM-IDX)     TO LCM-SITUACAO
008510     MOVE WS-LM-MAKER-ID(WS-LM-IDX)     TO LCM-MAKER-ID
008520     MOVE WS-LM-MAKER-DATA(WS-LM-IDX)   TO LCM-MAKER-DATA
008530     MOVE WS-LM-CHECKER-ID(WS-LM-IDX)   TO LCM-CHECKER-ID
008540     MOVE WS-LM-CHECKER-DATA(WS-LM-IDX) TO LCM-CHECKER-DATA
008550     MOVE WS-LM-ESTORNO-DATA(WS-LM-IDX) TO LCM-ESTORNO-DATA
008560     MOVE WS-LM-ESTORNO-SW(WS-LM-IDX)   TO LCM-ESTORNO-SW
008570     WRITE JOURNAL-VOUCHER-RECORD.
008580 3200-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620*  5000-CALCULA-ESTORNO
008630*  DATA DO ESTORNO DA PROVISAO: DIA 01 DO MES SEGUINTE A DATA
008640*  CONTABIL DO VALE, AVANCANDO ATE O PRIMEIRO DIA UTIL (DIAUTIL,
008650*  QUE CONHECE OS FERIADOS DO CALENDARIO).
008660******************************************************************
008670 5000-CALCULA-ESTORNO.
008680     MOVE WS-LM-DATA(WS-ITEM-POS) TO WS-ESTORNO-WK
008690     ADD 1 TO WS-EST-MES
008700     IF WS-EST-MES > 12
008710         MOVE 1 TO WS-EST-MES
008720         ADD 1 TO WS-EST-ANO
008730     END-IF
008740     MOVE 1 TO WS-EST-DIA
008750     MOVE "N" TO WS-BUSINESS-SW
008760     MOVE ZERO TO WS-GUARD
008770     PERFORM 5050-AVANCA-DIA THRU 5050-EXIT
008780         UNTIL WS-BUSINESS-SW = "Y" OR WS-GUARD > 15.
008790 5000-EXIT.
008800     EXIT.
008810
008820 5050-AVANCA-DIA.
008830     ADD 1 TO WS-GUARD
008840     MOVE "Q" TO WS-DIAUTIL-FUNC
008850     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-ESTORNO-WK
008860                          WS-BUSINESS-DATE WS-BUSINESS-SW
008870     IF WS-BUSINESS-SW = "Y"
008880         GO TO 5050-EXIT
008890     END-IF
008900     MOVE WS-ESTORNO-WK TO WS-DATA-NUM
008910     COMPUTE WS-DIAS-INT =
008920         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + 1
008930     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
008940     MOVE WS-DATA-NUM TO WS-ESTORNO-WK.
008950 5050-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990*  6000-OPEN-LEDGER
009000*  ABRE O LEDGER EM MODO EXTEND, CRIANDO-O SE AINDA NAO EXISTE.
009010******************************************************************
009020 6000-OPEN-LEDGER.
009030     OPEN EXTEND LEDGER-POSTING-FILE
009040     IF WS-LEDGER-FILE-STATUS = "35"
009050         OPEN OUTPUT LEDGER-POSTING-FILE
009060         CLOSE LEDGER-POSTING-FILE
009070         OPEN EXTEND LEDGER-POSTING-FILE
009080     END-IF
009090     MOVE "Y" TO WS-LEDGER-OPEN-SW.
009100
009110******************************************************************
009120*  7000-WRITE-AUDIT-VALE
009130*  GRAVA A INCLUSAO, A DECISAO OU O ESTORNO DO VALE NA TRILHA DE
009140*  AUDITORIA, COM A DATA CONTABIL E A REFERENCIA DO DOCUMENTO.
009150******************************************************************
009160 7000-WRITE-AUDIT-VALE.
009170     MOVE "LANCMAN"          TO AUDIT-PROGRAM-ID
009180     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
009190     ACCEPT AUDIT-TIME FROM TIME
009200     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
009210     MOVE WS-VALE-WK          TO AUDIT-KEY
009220     MOVE SPACES              TO AUDIT-DETAIL
009230     IF WS-AUDIT-ACAO = "INCLUSAO"
009240         MOVE WS-TOT-DEBITO TO WS-VALOR-ED
009250         STRING WS-AUDIT-ACAO DELIMITED BY SPACE
009260                " " WS-IN-DATA " R$" WS-VALOR-ED " "
009270                WS-IN-REFERENCIA
009280                DELIMITED BY SIZE INTO AUDIT-DETAIL
009290     END-IF
009300     IF WS-AUDIT-ACAO = "ESTORNO"
009310         STRING WS-AUDIT-ACAO DELIMITED BY SPACE
009320                " " WS-LM-ESTORNO-DATA(WS-ITEM-POS) " "
009330                WS-LM-REFERENCIA(WS-ITEM-POS)
009340                DELIMITED BY SIZE INTO AUDIT-DETAIL
009350     END-IF
009360     IF WS-AUDIT-ACAO = "APROVACAO" OR WS-AUDIT-ACAO = "RECUSA"
009370         STRING WS-AUDIT-ACAO DELIMITED BY SPACE
009380                " " WS-LM-DATA(WS-ITEM-POS) " "
009390                WS-LM-REFERENCIA(WS-ITEM-POS)
009400                DELIMITED BY SIZE INTO AUDIT-DETAIL
009410     END-IF
009420     CALL "AUDITWR" USING AUDIT-RECORD.
