000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONTPAG.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  CONTABILIDADE - CONTAS A PAGAR.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  CONTPAG.CBL
000090*  CONTAS A PAGAR DAS NOTAS DE FORNECEDOR (DIESEL, PECAS,
000100*  LIMPEZA...) QUE FICAVAM NUMA PASTA DE PAPEL - E A MULTA POR
000110*  ATRASO SEMPRE PEGAVA DE SURPRESA. ESTE PROGRAMA:
000120*    I - INCLUI A NOTA NO CONTPAG (COPYBOOK CPAGREC): FORNECEDOR
000130*        ATIVO NO FORNMAST, EMISSAO, VENCIMENTO (BRANCO = EMISSAO
000140*        MAIS O PRAZO DO FORNECEDOR) E CONTA DE DESPESA CONFERIDA
000150*        NO COAMAST (BRANCO = A CONTA PADRAO DO FORNECEDOR).
000160*        A NOTA VAI AO LEDGER NA EMISSAO: DESPESA CONTRA 210FORNE;
000170*    V - VENCIMENTOS DA SEMANA (CPAGRPT): AS NOTAS JA VENCIDAS E,
000180*        DIA A DIA, AS QUE VENCEM NOS PROXIMOS 7 DIAS;
000190*    P - RODADA DE PAGAMENTO (SUPERVISOR, NIVEL 9 NO OPAUTH): PAGA
000200*        AS NOTAS VENCENDO ATE A DATA LIMITE, UMA TRANSFERENCIA
000210*        POR FORNECEDOR. GRAVA A LISTA DE PAGAMENTOS (PAGRPT), O
000220*        PAGFORN QUE O BANCOREC CASA COM O DEBITO DO EXTRATO E O
000230*        LEDGER (210FORNE CONTRA 112BANCO). FORNECEDOR SEM DADOS
000240*        BANCARIOS FICA FORA DA RODADA.
000250*  CADA NOTA E CADA RODADA VAI PARA A TRILHA DE AUDITORIA.
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000292*  2026-10-15 AFG   O LANCAMENTO NO LEDGER PASSA PELA ROTINA
000294*                   PERIODO: DATA EM MES FECHADO E RECUSADA OU
000296*                   DESVIADA PARA O PRIMEIRO MES ABERTO,
000298*                   CONFORME O PERPARM, E FICA NO PERLOG.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SUPPLIER-FILE ASSIGN TO "FORNMAST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS  IS WS-FOR-FILE-STATUS.
000370     SELECT PAYABLE-FILE ASSIGN TO "CONTPAG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS  IS WS-CPG-FILE-STATUS.
000400     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "COAMAST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS WS-COA-FILE-STATUS.
000430     SELECT LEDGER-POSTING-FILE ASSIGN TO "LEDGER"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS WS-LEDGER-FILE-STATUS.
000460     SELECT SUPPLIER-PAYMENT-FILE ASSIGN TO "PAGFORN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS WS-PGF-FILE-STATUS.
000490     SELECT DUE-REPORT-FILE ASSIGN TO "CPAGRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT PAYMENT-REPORT-FILE ASSIGN TO "PAGRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  SUPPLIER-FILE
000590     RECORDING MODE IS F.
000600     COPY FORNREC.
000610 FD  PAYABLE-FILE
000620     RECORDING MODE IS F.
000630     COPY CPAGREC.
000640 FD  ACCOUNT-MASTER-FILE
000650     RECORDING MODE IS F.
000660     COPY COAREC.
000670 FD  LEDGER-POSTING-FILE
000680     RECORDING MODE IS F.
000690     COPY LEDGERREC.
000700 FD  SUPPLIER-PAYMENT-FILE
000710     RECORDING MODE IS F.
000720     COPY PAGFORNREC.
000730 FD  DUE-REPORT-FILE
000740     RECORDING MODE IS F.
000750 01  REPORT-LINE                 PIC X(80).
000760 FD  PAYMENT-REPORT-FILE
000770     RECORDING MODE IS F.
000780 01  PAY-REPORT-LINE             PIC X(80).
000790 FD  AUDIT-LOG-FILE
000800     RECORDING MODE IS F.
000810     COPY AUDITREC.
000820 WORKING-STORAGE SECTION.
000830 01  WS-SWITCHES.
000840     05  WS-FOR-FILE-STATUS      PIC X(02)   VALUE "00".
000850     05  WS-CPG-FILE-STATUS      PIC X(02)   VALUE "00".
000860     05  WS-COA-FILE-STATUS      PIC X(02)   VALUE "00".
000870     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
000880     05  WS-PGF-FILE-STATUS      PIC X(02)   VALUE "00".
000890     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000900     05  WS-FOR-EOF-SW           PIC X(01)   VALUE "N".
000910         88  WS-FOR-EOF                      VALUE "Y".
000920     05  WS-CPG-EOF-SW           PIC X(01)   VALUE "N".
000930         88  WS-CPG-EOF                      VALUE "Y".
000940     05  WS-COA-EOF-SW           PIC X(01)   VALUE "N".
000950         88  WS-COA-EOF                      VALUE "Y".
000960     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000970         88  WS-EXIT                         VALUE "Y".
000980     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000990         88  WS-SIGNON-VALID                 VALUE "Y".
001000     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001010         88  WS-FOUND                        VALUE "Y".
001020     05  WS-VALOR-VALID-SW       PIC X(01)   VALUE "N".
001030         88  WS-VALOR-VALID                  VALUE "Y".
001040     05  WS-COA-OK-SW            PIC X(01)   VALUE "N".
001050         88  WS-COA-OK                       VALUE "Y".
001060     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
001070         88  WS-OVERFLOW                     VALUE "Y".
001080 01  WS-MSG-CODE-WK              PIC X(08).
001090 01  WS-MSG-TEXT-WK              PIC X(60).
001100 01  WS-OPERATOR-ID              PIC X(08).
001110 01  WS-OPERATOR-PIN             PIC X(04).
001120 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001130 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001140     88  WS-AUTHORIZED                       VALUE "Y".
001150*  SUPERVISOR - NIVEL 9 CONFERIDO PELO OPAUTH NA HORA DA ACAO.
001160 01  WS-SUPERV-LEVEL             PIC 9(01)   VALUE 9.
001170 01  WS-SUPERV-SW                PIC X(01)   VALUE "N".
001180     88  WS-SUPERVISOR                       VALUE "Y".
001190*  CONTAS DO CONTAS A PAGAR NO COAMAST.
001200 77  WS-CONTA-FORNECEDORES       PIC X(08)   VALUE "210FORNE".
001210 77  WS-CONTA-BANCO              PIC X(08)   VALUE "112BANCO".
001220*  HORIZONTE DO RELATORIO DE VENCIMENTOS E DA RODADA, EM DIAS.
001230 77  WS-DIAS-SEMANA              PIC 9(02)   VALUE 7.
001240 01  WS-DIAUTIL-FUNC             PIC X(01).
001250 01  WS-BUSINESS-DATE            PIC X(08).
001260 01  WS-BUSINESS-SW              PIC X(01).
001270 01  WS-ACAO                     PIC X(01).
001280 01  WS-DECISAO                  PIC X(01).
001290 01  WS-HOJE                     PIC X(08).
001300 01  WS-IN-ID                    PIC X(06).
001310 01  WS-IN-NOTA                  PIC X(10).
001320 01  WS-IN-DATA                  PIC X(08).
001330 01  WS-IN-ACCOUNT               PIC X(08).
001340 01  WS-CONTA-DESPESA            PIC X(08).
001350 01  WS-IN-VALOR                 PIC X(10).
001360 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
001370 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001380 01  WS-EMISSAO-WK               PIC X(08).
001390 01  WS-VENC-WK                  PIC X(08).
001400 01  WS-PAGTO-DATA               PIC X(08).
001410 01  WS-LIMITE-DATA              PIC X(08).
001420 01  WS-DATA-WK                  PIC X(08).
001430 01  WS-DATA-NUM                 PIC 9(08).
001440 01  WS-DIAS-INT                 PIC 9(07).
001450 01  WS-DIA-OFF                  PIC 9(02).
001460 01  WS-DIAS-ADD                 PIC 9(03).
001470 01  WS-VALOR-NUM                PIC 9(09)V99.
001480 01  WS-DC-WK                    PIC X(01).
001490 01  WS-DESC-WK                  PIC X(20).
001500 01  WS-ULT-NUMERO               PIC 9(06)   VALUE ZERO.
001510 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001520 01  WS-SCAN                     PIC 9(03).
001530 01  WS-SCAN2                    PIC 9(03).
001540 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.99.
001550 01  WS-VALOR-ED2                PIC ZZZZZZZZ9.99.
001560 01  WS-AUDIT-ACAO               PIC X(20).
001570 01  WS-RUN-ID                   PIC X(08).
001580
001590******************************************************************
001600*  TOTAIS DO RELATORIO DE VENCIMENTOS E DA RODADA DE PAGAMENTO.
001610******************************************************************
001620 01  WS-VN-QTD                   PIC 9(03).
001630 01  WS-VN-TOTAL                 PIC 9(09)V99.
001640 01  WS-VN-DIA-QTD               PIC 9(03).
001650 01  WS-VN-DIA-TOTAL             PIC 9(09)V99.
001660 01  WS-VN-SEM-QTD               PIC 9(03).
001670 01  WS-VN-SEM-TOTAL             PIC 9(09)V99.
001680 01  WS-PG-NOTAS                 PIC 9(03).
001690 01  WS-PG-TOTAL                 PIC 9(09)V99.
001700 01  WS-PG-FORA                  PIC 9(03).
001710
001720******************************************************************
001730*  FORNECEDORES DO FORNMAST (SO LEITURA).
001740******************************************************************
001750 01  WS-FO-TABLE.
001760     05  WS-FO-ENTRY OCCURS 200 TIMES
001770                     INDEXED BY WS-FO-IDX.
001780         10  WS-FO-ID            PIC X(06).
001790         10  WS-FO-NOME          PIC X(30).
001800         10  WS-FO-CONTA         PIC X(08).
001810         10  WS-FO-PRAZO         PIC 9(03).
001820         10  WS-FO-BANCO         PIC X(30).
001830         10  WS-FO-ATIVO         PIC X(01).
001840 01  WS-FO-COUNT                 PIC 9(03)   VALUE ZERO.
001850
001860******************************************************************
001870*  NOTAS DO CONTPAG CARREGADAS EM MEMORIA; REGRAVADAS INTEIRAS NA
001880*  SAIDA SE ALGUMA FOI INCLUIDA OU PAGA. WS-CP-MARCA SEPARA AS
001890*  NOTAS DA RODADA DE PAGAMENTO EM CURSO.
001900******************************************************************
001910 01  WS-CP-TABLE.
001920     05  WS-CP-ENTRY OCCURS 500 TIMES
001930                     INDEXED BY WS-CP-IDX.
001940         10  WS-CP-NUMERO        PIC 9(06).
001950         10  WS-CP-FOR-ID        PIC X(06).
001960         10  WS-CP-NOTA          PIC X(10).
001970         10  WS-CP-EMISSAO       PIC X(08).
001980         10  WS-CP-VENCIMENTO    PIC X(08).
001990         10  WS-CP-CONTA         PIC X(08).
002000         10  WS-CP-VALOR         PIC 9(07)V99.
002010         10  WS-CP-STATUS        PIC X(01).
002020         10  WS-CP-PAG-DATA      PIC X(08).
002030         10  WS-CP-INC-DATA      PIC X(08).
002040         10  WS-CP-INC-OPER      PIC X(08).
002050         10  WS-CP-MARCA         PIC X(01).
002060 01  WS-CP-COUNT                 PIC 9(03)   VALUE ZERO.
002070 01  WS-CP-SCAN                  PIC 9(03).
002080
002090******************************************************************
002100*  PLANO DE CONTAS, PARA CONFERIR AS CONTAS DE CADA LANCAMENTO.
002110******************************************************************
002120 01  WS-COA-TABLE.
002130     05  WS-CO-ENTRY OCCURS 100 TIMES
002140                     INDEXED BY WS-CO-IDX.
002150         10  WS-CO-ACCOUNT       PIC X(08).
002160         10  WS-CO-NATUREZA      PIC X(01).
002170         10  WS-CO-ACTIVE        PIC X(01).
002180 01  WS-COA-COUNT                PIC 9(03)   VALUE ZERO.
002190 01  WS-NATUREZA-WK              PIC X(01).
002200
002210******************************************************************
002220*  UM PAGAMENTO POR FORNECEDOR NA RODADA: AS NOTAS MARCADAS
002230*  SOMADAS, E SE O FORNECEDOR TEM PARA ONDE MANDAR O DINHEIRO.
002240******************************************************************
002250 01  WS-PG-TABLE.
002260     05  WS-PG-ENTRY OCCURS 200 TIMES
002270                     INDEXED BY WS-PG-IDX.
002280         10  WS-PG-FOR-ID        PIC X(06).
002290         10  WS-PG-FO-POS        PIC 9(03).
002300         10  WS-PG-QTD           PIC 9(03).
002310         10  WS-PG-VALOR         PIC 9(09)V99.
002320         10  WS-PG-PAGAVEL       PIC X(01).
002330 01  WS-PG-COUNT                 PIC 9(03)   VALUE ZERO.
002331*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
002332*  LANCAMENTO NO LEDGER.
002333 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
002334 01  WS-PERIODO-PROG             PIC X(08)   VALUE "CONTPAG".
002335 01  WS-PERIODO-SW               PIC X(01).
002336     88  WS-PERIODO-RECUSADO                 VALUE "R".
002340
002350 PROCEDURE DIVISION.
002360
002370 0000-MAINLINE.
002380     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002390*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
002400     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002410                         WS-AUTHORIZED-SW
002420     IF NOT WS-AUTHORIZED
002430         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002440         MOVE 8 TO RETURN-CODE
002450         STOP RUN
002460     END-IF
002470     CALL "OPAUTH" USING WS-OPERATOR-ID WS-SUPERV-LEVEL
002480                         WS-SUPERV-SW
002490     PERFORM 1000-INITIALIZE
002500     IF WS-OVERFLOW
002510         DISPLAY "FORNMAST OU CONTPAG MAIOR QUE AS TABELAS -"
002520                 " EXECUCAO RECUSADA, NADA ALTERADO"
002530         MOVE 8 TO RETURN-CODE
002540         STOP RUN
002550     END-IF
002560     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002570         UNTIL WS-EXIT
002580     PERFORM 3000-FINALIZE
002590     STOP RUN.
002600
002610******************************************************************
002620*  0010-SIGN-ON
002630*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002640*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002650******************************************************************
002660 0010-SIGN-ON.
002670     MOVE "N" TO WS-SIGNON-VALID-SW
002680     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002690         UNTIL WS-SIGNON-VALID.
002700 0010-EXIT.
002710     EXIT.
002720
002730 0020-PROMPT-SIGNON.
002740     MOVE "SGN-001" TO WS-MSG-CODE-WK
002750     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002760     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002770     ACCEPT WS-OPERATOR-ID
002780     MOVE "SGN-002" TO WS-MSG-CODE-WK
002790     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002800     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002810     ACCEPT WS-OPERATOR-PIN
002820     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002830                           WS-SIGNON-VALID-SW
002840     IF NOT WS-SIGNON-VALID
002850         MOVE "SGN-003" TO WS-MSG-CODE-WK
002860         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002870         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002880     END-IF.
002890 0020-EXIT.
002900     EXIT.
002910
002920
002930******************************************************************
002940*  1000-INITIALIZE
002950*  CARREGA FORNECEDORES, NOTAS E PLANO DE CONTAS E ABRE A
002960*  AUDITORIA. O PROXIMO NUMERO DE NOTA SAI DO MAIOR DO CONTPAG.
002970******************************************************************
002980 1000-INITIALIZE.
002990     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003000     OPEN INPUT SUPPLIER-FILE
003010     IF WS-FOR-FILE-STATUS NOT = "00"
003020         MOVE "Y" TO WS-FOR-EOF-SW
003030     ELSE
003040         PERFORM 1100-LOAD-FORNECEDOR THRU 1100-EXIT
003050             UNTIL WS-FOR-EOF
003060         CLOSE SUPPLIER-FILE
003070     END-IF
003080     OPEN INPUT PAYABLE-FILE
003090     IF WS-CPG-FILE-STATUS NOT = "00"
003100         MOVE "Y" TO WS-CPG-EOF-SW
003110     ELSE
003120         PERFORM 1200-LOAD-NOTA THRU 1200-EXIT
003130             UNTIL WS-CPG-EOF
003140         CLOSE PAYABLE-FILE
003150     END-IF
003160     OPEN INPUT ACCOUNT-MASTER-FILE
003170     IF WS-COA-FILE-STATUS NOT = "00"
003180         MOVE "Y" TO WS-COA-EOF-SW
003190     ELSE
003200         PERFORM 1300-LOAD-COA-ENTRY THRU 1300-EXIT
003210             UNTIL WS-COA-EOF
003220         CLOSE ACCOUNT-MASTER-FILE
003230     END-IF
003240     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
003250
003260 1100-LOAD-FORNECEDOR.
003270     READ SUPPLIER-FILE
003280         AT END
003290             MOVE "Y" TO WS-FOR-EOF-SW
003300             GO TO 1100-EXIT
003310     END-READ
003320     IF WS-FO-COUNT >= 200
003330         MOVE "Y" TO WS-OVERFLOW-SW
003340         GO TO 1100-EXIT
003350     END-IF
003360     ADD 1 TO WS-FO-COUNT
003370     SET WS-FO-IDX TO WS-FO-COUNT
003380     MOVE FOR-ID    TO WS-FO-ID(WS-FO-IDX)
003390     MOVE FOR-NOME  TO WS-FO-NOME(WS-FO-IDX)
003400     MOVE FOR-CONTA TO WS-FO-CONTA(WS-FO-IDX)
003410     MOVE FOR-PRAZO TO WS-FO-PRAZO(WS-FO-IDX)
003420     MOVE FOR-BANCO TO WS-FO-BANCO(WS-FO-IDX)
003430     MOVE FOR-ATIVO TO WS-FO-ATIVO(WS-FO-IDX).
003440 1100-EXIT.
003450     EXIT.
003460
003470 1200-LOAD-NOTA.
003480     READ PAYABLE-FILE
003490         AT END
003500             MOVE "Y" TO WS-CPG-EOF-SW
003510             GO TO 1200-EXIT
003520     END-READ
003530     IF WS-CP-COUNT >= 500
003540         MOVE "Y" TO WS-OVERFLOW-SW
003550         GO TO 1200-EXIT
003560     END-IF
003570     ADD 1 TO WS-CP-COUNT
003580     SET WS-CP-IDX TO WS-CP-COUNT
003590     MOVE CPG-NUMERO     TO WS-CP-NUMERO(WS-CP-IDX)
003600     MOVE CPG-FOR-ID     TO WS-CP-FOR-ID(WS-CP-IDX)
003610     MOVE CPG-NOTA       TO WS-CP-NOTA(WS-CP-IDX)
003620     MOVE CPG-EMISSAO    TO WS-CP-EMISSAO(WS-CP-IDX)
003630     MOVE CPG-VENCIMENTO TO WS-CP-VENCIMENTO(WS-CP-IDX)
003640     MOVE CPG-CONTA      TO WS-CP-CONTA(WS-CP-IDX)
003650     MOVE CPG-VALOR      TO WS-CP-VALOR(WS-CP-IDX)
003660     MOVE CPG-STATUS     TO WS-CP-STATUS(WS-CP-IDX)
003670     MOVE CPG-PAG-DATA   TO WS-CP-PAG-DATA(WS-CP-IDX)
003680     MOVE CPG-INC-DATA   TO WS-CP-INC-DATA(WS-CP-IDX)
003690     MOVE CPG-INC-OPER   TO WS-CP-INC-OPER(WS-CP-IDX)
003700     MOVE SPACE          TO WS-CP-MARCA(WS-CP-IDX)
003710     IF CPG-NUMERO > WS-ULT-NUMERO
003720         MOVE CPG-NUMERO TO WS-ULT-NUMERO
003730     END-IF.
003740 1200-EXIT.
003750     EXIT.
003760
003770 1300-LOAD-COA-ENTRY.
003780     READ ACCOUNT-MASTER-FILE
003790         AT END
003800             MOVE "Y" TO WS-COA-EOF-SW
003810             GO TO 1300-EXIT
003820     END-READ
003830     IF WS-COA-COUNT < 100
003840         ADD 1 TO WS-COA-COUNT
003850         SET WS-CO-IDX TO WS-COA-COUNT
003860         MOVE COA-ACCOUNT  TO WS-CO-ACCOUNT(WS-CO-IDX)
003870         MOVE COA-NATUREZA TO WS-CO-NATUREZA(WS-CO-IDX)
003880         MOVE COA-ACTIVE   TO WS-CO-ACTIVE(WS-CO-IDX)
003890     END-IF.
003900 1300-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*  0100-OPEN-AUDIT-LOG-FILE
003950*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003960*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003970******************************************************************
003980 0100-OPEN-AUDIT-LOG-FILE.
003990     OPEN EXTEND AUDIT-LOG-FILE
004000     IF WS-AUDIT-FILE-STATUS = "35"
004010         OPEN OUTPUT AUDIT-LOG-FILE
004020         CLOSE AUDIT-LOG-FILE
004030         OPEN EXTEND AUDIT-LOG-FILE
004040     END-IF.
004050
004060******************************************************************
004070*  2000-SHOW-MENU
004080*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
004090******************************************************************
004100 2000-SHOW-MENU.
004110     DISPLAY " "
004120     DISPLAY "CONTAS A PAGAR - ESCOLHA A ACAO:"
004130     DISPLAY "  I - INCLUIR NOTA DE FORNECEDOR"
004140     DISPLAY "  V - VENCIMENTOS DA SEMANA (CPAGRPT)"
004150     DISPLAY "  P - RODADA DE PAGAMENTO (PAGRPT E LEDGER)"
004160     DISPLAY "  X - SAIR E GRAVAR"
004170     ACCEPT WS-ACAO
004180     EVALUATE WS-ACAO
004190         WHEN "I"
004200         WHEN "i"
004210             PERFORM 2100-INCLUI-NOTA THRU 2100-EXIT
004220         WHEN "V"
004230         WHEN "v"
004240             PERFORM 2300-VENCIMENTOS THRU 2300-EXIT
004250         WHEN "P"
004260         WHEN "p"
004270             PERFORM 2500-RODADA-PAGAMENTO THRU 2500-EXIT
004280         WHEN "X"
004290         WHEN "x"
004300             MOVE "Y" TO WS-EXIT-SW
004310         WHEN OTHER
004320             DISPLAY "ACAO INVALIDA"
004330     END-EVALUATE.
004340 2000-EXIT.
004350     EXIT.
004360
004370*    DATA AAAAMMDD; BRANCO = HOJE. INVALIDA VOLTA EM BRANCO - O
004380*    CHAMADOR CONFERE SE ELA PODE SER PASSADA OU FUTURA.
004390 2070-PEDE-DATA.
004400     ACCEPT WS-IN-DATA
004410     IF WS-IN-DATA = SPACES
004420         MOVE WS-HOJE TO WS-IN-DATA
004430     END-IF
004440     IF WS-IN-DATA NOT NUMERIC
004450         OR WS-IN-DATA(5:2) < "01" OR WS-IN-DATA(5:2) > "12"
004460         OR WS-IN-DATA(7:2) < "01" OR WS-IN-DATA(7:2) > "31"
004470         MOVE SPACES TO WS-IN-DATA
004480     END-IF.
004490 2070-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530*  2080-PEDE-VALOR
004540*  VALOR EM CENTAVOS; BRANCO VALE ZERO. O CHAMADOR RECUSA O ZERO.
004550******************************************************************
004560 2080-PEDE-VALOR.
004570     ACCEPT WS-IN-VALOR
004580     IF WS-IN-VALOR = SPACES
004590         MOVE "0" TO WS-IN-VALOR
004600     END-IF
004610     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-YES
004620                           WS-VALOR-VALID-SW
004630     MOVE ZERO TO WS-VALOR-NUM
004640     IF WS-VALOR-VALID
004650         COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-IN-VALOR) / 100
004660     END-IF.
004670 2080-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710*  2100-INCLUI-NOTA
004720*  INCLUI UMA NOTA DE FORNECEDOR. O FORNECEDOR TEM DE ESTAR ATIVO
004730*  E A MESMA NOTA DO MESMO FORNECEDOR NAO ENTRA DUAS VEZES. A
004740*  EMISSAO NAO PODE SER FUTURA; O VENCIMENTO NAO PODE SER ANTES
004750*  DA EMISSAO. A NOTA VAI AO LEDGER NA DATA DA EMISSAO: DEBITO NA
004760*  CONTA DE DESPESA, CREDITO EM FORNECEDORES A PAGAR.
004770******************************************************************
004780 2100-INCLUI-NOTA.
004790     IF WS-CP-COUNT >= 500
004800         DISPLAY "CONTPAG CHEIO - NOTA NAO INCLUIDA"
004810         GO TO 2100-EXIT
004820     END-IF
004830     DISPLAY "CODIGO DO FORNECEDOR:"
004840     ACCEPT WS-IN-ID
004850     MOVE "N" TO WS-FOUND-SW
004860     PERFORM 2150-MATCH-FORNECEDOR THRU 2150-EXIT
004870         VARYING WS-SCAN FROM 1 BY 1
004880         UNTIL WS-SCAN > WS-FO-COUNT OR WS-FOUND
004890     IF NOT WS-FOUND
004900         DISPLAY "FORNECEDOR NAO CADASTRADO NO FORNMAST"
004910         GO TO 2100-EXIT
004920     END-IF
004930     IF WS-FO-ATIVO(WS-FO-IDX) NOT = "A"
004940         DISPLAY "FORNECEDOR ENCERRADO - NAO RECEBE NOTA NOVA"
004950         GO TO 2100-EXIT
004960     END-IF
004970     DISPLAY WS-FO-NOME(WS-FO-IDX)
004980     DISPLAY "NUMERO DA NOTA FISCAL:"
004990     ACCEPT WS-IN-NOTA
005000     IF WS-IN-NOTA = SPACES
005010         DISPLAY "NUMERO DA NOTA OBRIGATORIO"
005020         GO TO 2100-EXIT
005030     END-IF
005040     MOVE "N" TO WS-FOUND-SW
005050     PERFORM 2160-MATCH-NOTA THRU 2160-EXIT
005060         VARYING WS-CP-SCAN FROM 1 BY 1
005070         UNTIL WS-CP-SCAN > WS-CP-COUNT OR WS-FOUND
005080     IF WS-FOUND
005090         DISPLAY "NOTA JA LANCADA PARA ESTE FORNECEDOR (NUMERO "
005100                 WS-CP-NUMERO(WS-CP-IDX) ")"
005110         GO TO 2100-EXIT
005120     END-IF
005130     DISPLAY "DATA DE EMISSAO (AAAAMMDD, BRANCO = HOJE):"
005140     PERFORM 2070-PEDE-DATA THRU 2070-EXIT
005150     IF WS-IN-DATA = SPACES OR WS-IN-DATA > WS-HOJE
005160         DISPLAY "EMISSAO INVALIDA OU FUTURA - NOTA NAO INCLUIDA"
005170         GO TO 2100-EXIT
005180     END-IF
005190     MOVE WS-IN-DATA TO WS-EMISSAO-WK
005200     DISPLAY "VENCIMENTO (AAAAMMDD, BRANCO = EMISSAO + PRAZO"
005210             " DO FORNECEDOR):"
005220     ACCEPT WS-IN-DATA
005230     IF WS-IN-DATA = SPACES
005240         MOVE WS-EMISSAO-WK TO WS-DATA-WK
005250         MOVE WS-FO-PRAZO(WS-FO-IDX) TO WS-DIAS-ADD
005260         PERFORM 5000-SOMA-DIAS
005270         MOVE WS-DATA-WK TO WS-IN-DATA
005280     END-IF
005290     IF WS-IN-DATA NOT NUMERIC
005300         OR WS-IN-DATA(5:2) < "01" OR WS-IN-DATA(5:2) > "12"
005310         OR WS-IN-DATA(7:2) < "01" OR WS-IN-DATA(7:2) > "31"
005320         OR WS-IN-DATA < WS-EMISSAO-WK
005330         DISPLAY "VENCIMENTO INVALIDO OU ANTES DA EMISSAO -"
005340                 " NOTA NAO INCLUIDA"
005350         GO TO 2100-EXIT
005360     END-IF
005370     MOVE WS-IN-DATA TO WS-VENC-WK
005380     DISPLAY "CONTA DE DESPESA (BRANCO = " WS-FO-CONTA(WS-FO-IDX)
005390             "):"
005400     ACCEPT WS-IN-ACCOUNT
005410     IF WS-IN-ACCOUNT = SPACES
005420         MOVE WS-FO-CONTA(WS-FO-IDX) TO WS-IN-ACCOUNT
005430     END-IF
005440     MOVE "D" TO WS-NATUREZA-WK
005450     PERFORM 2200-CONFERE-CONTA THRU 2200-EXIT
005460     IF NOT WS-COA-OK
005470         DISPLAY "NOTA NAO INCLUIDA"
005480         GO TO 2100-EXIT
005490     END-IF
005500     MOVE WS-IN-ACCOUNT TO WS-CONTA-DESPESA
005510     MOVE WS-CONTA-FORNECEDORES TO WS-IN-ACCOUNT
005520     MOVE "C" TO WS-NATUREZA-WK
005530     PERFORM 2200-CONFERE-CONTA THRU 2200-EXIT
005540     IF NOT WS-COA-OK
005550         DISPLAY "NOTA NAO INCLUIDA"
005560         GO TO 2100-EXIT
005570     END-IF
005580     MOVE WS-CONTA-DESPESA TO WS-IN-ACCOUNT
005590     DISPLAY "VALOR DA NOTA EM CENTAVOS:"
005600     PERFORM 2080-PEDE-VALOR THRU 2080-EXIT
005610     IF NOT WS-VALOR-VALID OR WS-VALOR-NUM = ZERO
005620         OR WS-VALOR-NUM > 9999999.99
005630         DISPLAY "VALOR INVALIDO - NOTA NAO INCLUIDA"
005640         GO TO 2100-EXIT
005650     END-IF
005660     ADD 1 TO WS-ULT-NUMERO
005670     ADD 1 TO WS-CP-COUNT
005680     SET WS-CP-IDX TO WS-CP-COUNT
005690     MOVE WS-ULT-NUMERO  TO WS-CP-NUMERO(WS-CP-IDX)
005700     MOVE WS-IN-ID       TO WS-CP-FOR-ID(WS-CP-IDX)
005710     MOVE WS-IN-NOTA     TO WS-CP-NOTA(WS-CP-IDX)
005720     MOVE WS-EMISSAO-WK  TO WS-CP-EMISSAO(WS-CP-IDX)
005730     MOVE WS-VENC-WK     TO WS-CP-VENCIMENTO(WS-CP-IDX)
005740     MOVE WS-IN-ACCOUNT  TO WS-CP-CONTA(WS-CP-IDX)
005750     MOVE WS-VALOR-NUM   TO WS-CP-VALOR(WS-CP-IDX)
005760     MOVE "A"            TO WS-CP-STATUS(WS-CP-IDX)
005770     MOVE SPACES         TO WS-CP-PAG-DATA(WS-CP-IDX)
005780     MOVE WS-HOJE        TO WS-CP-INC-DATA(WS-CP-IDX)
005790     MOVE WS-OPERATOR-ID TO WS-CP-INC-OPER(WS-CP-IDX)
005800     MOVE SPACE          TO WS-CP-MARCA(WS-CP-IDX)
005810     ADD 1 TO WS-CHANGE-COUNT
005820     MOVE SPACES TO WS-DESC-WK
005830     STRING "NF " WS-IN-ID " " WS-IN-NOTA
005840            DELIMITED BY SIZE INTO WS-DESC-WK
005850     MOVE WS-EMISSAO-WK TO WS-IN-DATA
005860     PERFORM 6000-OPEN-LEDGER
005870     MOVE "D" TO WS-DC-WK
005880     PERFORM 6100-GRAVA-LEDGER
005890     MOVE WS-CONTA-FORNECEDORES TO WS-IN-ACCOUNT
005900     MOVE "C" TO WS-DC-WK
005910     PERFORM 6100-GRAVA-LEDGER
005920     CLOSE LEDGER-POSTING-FILE
005930     PERFORM 7000-WRITE-AUDIT-NOTA
005940     DISPLAY "NOTA " WS-ULT-NUMERO " INCLUIDA - VENCE EM "
005950             WS-VENC-WK
005960     IF WS-VENC-WK < WS-HOJE
005970         DISPLAY "ATENCAO: NOTA JA VENCIDA - ENTRA NA PROXIMA"
005980                 " RODADA DE PAGAMENTO"
005990     END-IF.
006000 2100-EXIT.
006010     EXIT.
006020
006030 2150-MATCH-FORNECEDOR.
006040     SET WS-FO-IDX TO WS-SCAN
006050     IF WS-FO-ID(WS-FO-IDX) = WS-IN-ID
006060         MOVE "Y" TO WS-FOUND-SW
006070     END-IF.
006080 2150-EXIT.
006090     EXIT.
006100
006110 2160-MATCH-NOTA.
006120     SET WS-CP-IDX TO WS-CP-SCAN
006130     IF WS-CP-FOR-ID(WS-CP-IDX) = WS-IN-ID
006140         AND WS-CP-NOTA(WS-CP-IDX) = WS-IN-NOTA
006150         MOVE "Y" TO WS-FOUND-SW
006160     END-IF.
006170 2160-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210*  2200-CONFERE-CONTA
006220*  A CONTA WS-IN-ACCOUNT TEM DE EXISTIR NO COAMAST, ESTAR ATIVA E
006230*  TER A NATUREZA WS-NATUREZA-WK (D PARA A DESPESA E O BANCO, C
006240*  PARA FORNECEDORES A PAGAR).
006250******************************************************************
006260 2200-CONFERE-CONTA.
006270     MOVE "N" TO WS-COA-OK-SW
006280     PERFORM 2250-MATCH-CONTA THRU 2250-EXIT
006290         VARYING WS-CO-IDX FROM 1 BY 1
006300         UNTIL WS-CO-IDX > WS-COA-COUNT OR WS-COA-OK
006310     IF NOT WS-COA-OK
006320         DISPLAY "CONTA " WS-IN-ACCOUNT " FORA DO PLANO,"
006330                 " ENCERRADA OU DE NATUREZA ERRADA NO COAMAST"
006340     END-IF.
006350 2200-EXIT.
006360     EXIT.
006370
006380 2250-MATCH-CONTA.
006390     IF WS-CO-ACCOUNT(WS-CO-IDX) = WS-IN-ACCOUNT
006400         AND WS-CO-NATUREZA(WS-CO-IDX) = WS-NATUREZA-WK
006410         AND (WS-CO-ACTIVE(WS-CO-IDX) = "A"
006420              OR WS-CO-ACTIVE(WS-CO-IDX) = SPACE)
006430         MOVE "Y" TO WS-COA-OK-SW
006440     END-IF.
006450 2250-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490*  2300-VENCIMENTOS
006500*  RELATORIO DE VENCIMENTOS (CPAGRPT): PRIMEIRO AS NOTAS EM ABERTO
006510*  JA VENCIDAS - MULTA E JUROS CORRENDO - E DEPOIS, DIA A DIA, AS
006520*  QUE VENCEM DE HOJE ATE HOJE + 7, COM O TOTAL DE CADA DIA.
006530******************************************************************
006540 2300-VENCIMENTOS.
006550     MOVE ZERO TO WS-VN-QTD WS-VN-TOTAL
006560     MOVE ZERO TO WS-VN-SEM-QTD WS-VN-SEM-TOTAL
006570     OPEN OUTPUT DUE-REPORT-FILE
006580     MOVE SPACES TO REPORT-LINE
006590     STRING "CONTAS A PAGAR - VENCIMENTOS DA SEMANA - EMITIDO EM "
006600            WS-HOJE DELIMITED BY SIZE INTO REPORT-LINE
006610     WRITE REPORT-LINE
006620     MOVE SPACES TO REPORT-LINE
006630     WRITE REPORT-LINE
006640     MOVE "NOTAS VENCIDAS E NAO PAGAS:" TO REPORT-LINE
006650     WRITE REPORT-LINE
006660     PERFORM 2310-LINHA-VENCIDA THRU 2310-EXIT
006670         VARYING WS-CP-SCAN FROM 1 BY 1
006680         UNTIL WS-CP-SCAN > WS-CP-COUNT
006690     MOVE WS-VN-TOTAL TO WS-VALOR-ED
006700     MOVE SPACES TO REPORT-LINE
006710     STRING "  VENCIDAS: " WS-VN-QTD "  TOTAL R$" WS-VALOR-ED
006720            DELIMITED BY SIZE INTO REPORT-LINE
006730     WRITE REPORT-LINE
006740     PERFORM 2320-DIA THRU 2320-EXIT
006750         VARYING WS-DIA-OFF FROM 0 BY 1
006760         UNTIL WS-DIA-OFF > WS-DIAS-SEMANA
006770     MOVE SPACES TO REPORT-LINE
006780     WRITE REPORT-LINE
006790     MOVE WS-VN-SEM-TOTAL TO WS-VALOR-ED
006800     MOVE SPACES TO REPORT-LINE
006810     STRING "VENCENDO NA SEMANA: " WS-VN-SEM-QTD "  TOTAL R$"
006820            WS-VALOR-ED DELIMITED BY SIZE INTO REPORT-LINE
006830     WRITE REPORT-LINE
006840     ADD WS-VN-TOTAL TO WS-VN-SEM-TOTAL
006850     MOVE WS-VN-SEM-TOTAL TO WS-VALOR-ED
006860     MOVE SPACES TO REPORT-LINE
006870     STRING "A PAGAR ATE O FIM DA SEMANA (COM AS VENCIDAS): R$"
006880            WS-VALOR-ED DELIMITED BY SIZE INTO REPORT-LINE
006890     WRITE REPORT-LINE
006900     CLOSE DUE-REPORT-FILE
006910     MOVE WS-VN-TOTAL TO WS-VALOR-ED2
006920     DISPLAY "CPAGRPT GRAVADO - VENCIDAS " WS-VN-QTD " R$"
006930             WS-VALOR-ED2
006940     DISPLAY "  SEMANA + VENCIDAS R$" WS-VALOR-ED.
006950 2300-EXIT.
006960     EXIT.
006970
006980 2310-LINHA-VENCIDA.
006990     SET WS-CP-IDX TO WS-CP-SCAN
007000     IF WS-CP-STATUS(WS-CP-IDX) NOT = "A"
007010         OR WS-CP-VENCIMENTO(WS-CP-IDX) NOT < WS-HOJE
007020         GO TO 2310-EXIT
007030     END-IF
007040     ADD 1 TO WS-VN-QTD
007050     ADD WS-CP-VALOR(WS-CP-IDX) TO WS-VN-TOTAL
007060     PERFORM 2390-LINHA-NOTA THRU 2390-EXIT.
007070 2310-EXIT.
007080     EXIT.
007090
007100 2320-DIA.
007110     MOVE WS-HOJE TO WS-DATA-WK
007120     MOVE WS-DIA-OFF TO WS-DIAS-ADD
007130     PERFORM 5000-SOMA-DIAS
007140     MOVE ZERO TO WS-VN-DIA-QTD WS-VN-DIA-TOTAL
007150     MOVE SPACES TO REPORT-LINE
007160     WRITE REPORT-LINE
007170     MOVE SPACES TO REPORT-LINE
007180     STRING "VENCIMENTO " WS-DATA-WK ":"
007190            DELIMITED BY SIZE INTO REPORT-LINE
007200     WRITE REPORT-LINE
007210     PERFORM 2330-LINHA-DIA THRU 2330-EXIT
007220         VARYING WS-CP-SCAN FROM 1 BY 1
007230         UNTIL WS-CP-SCAN > WS-CP-COUNT
007240     MOVE WS-VN-DIA-TOTAL TO WS-VALOR-ED
007250     MOVE SPACES TO REPORT-LINE
007260     STRING "  NO DIA: " WS-VN-DIA-QTD "  TOTAL R$" WS-VALOR-ED
007270            DELIMITED BY SIZE INTO REPORT-LINE
007280     WRITE REPORT-LINE
007290     ADD WS-VN-DIA-QTD   TO WS-VN-SEM-QTD
007300     ADD WS-VN-DIA-TOTAL TO WS-VN-SEM-TOTAL.
007310 2320-EXIT.
007320     EXIT.
007330
007340 2330-LINHA-DIA.
007350     SET WS-CP-IDX TO WS-CP-SCAN
007360     IF WS-CP-STATUS(WS-CP-IDX) NOT = "A"
007370         OR WS-CP-VENCIMENTO(WS-CP-IDX) NOT = WS-DATA-WK
007380         GO TO 2330-EXIT
007390     END-IF
007400     ADD 1 TO WS-VN-DIA-QTD
007410     ADD WS-CP-VALOR(WS-CP-IDX) TO WS-VN-DIA-TOTAL
007420     PERFORM 2390-LINHA-NOTA THRU 2390-EXIT.
007430 2330-EXIT.
007440     EXIT.
007450
007460*    UMA LINHA DE NOTA NO CPAGRPT: VENCIMENTO, NUMERO, FORNECEDOR,
007470*    NOTA FISCAL E VALOR.
007480 2390-LINHA-NOTA.
007490     MOVE WS-CP-FOR-ID(WS-CP-IDX) TO WS-IN-ID
007500     MOVE "N" TO WS-FOUND-SW
007510     PERFORM 2150-MATCH-FORNECEDOR THRU 2150-EXIT
007520         VARYING WS-SCAN FROM 1 BY 1
007530         UNTIL WS-SCAN > WS-FO-COUNT OR WS-FOUND
007540     MOVE WS-CP-VALOR(WS-CP-IDX) TO WS-VALOR-ED2
007550     MOVE SPACES TO REPORT-LINE
007560     MOVE WS-CP-VENCIMENTO(WS-CP-IDX) TO REPORT-LINE(3:8)
007570     MOVE WS-CP-NUMERO(WS-CP-IDX)     TO REPORT-LINE(12:6)
007580     MOVE WS-CP-FOR-ID(WS-CP-IDX)     TO REPORT-LINE(19:6)
007590     IF WS-FOUND
007600         MOVE WS-FO-NOME(WS-FO-IDX)   TO REPORT-LINE(26:20)
007610     END-IF
007620     MOVE "NF"                        TO REPORT-LINE(47:2)
007630     MOVE WS-CP-NOTA(WS-CP-IDX)       TO REPORT-LINE(50:10)
007640     MOVE "R$"                        TO REPORT-LINE(61:2)
007650     MOVE WS-VALOR-ED2                TO REPORT-LINE(63:12)
007660     WRITE REPORT-LINE.
007670 2390-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710*  2500-RODADA-PAGAMENTO
007720*  SO O SUPERVISOR. PAGA AS NOTAS EM ABERTO VENCENDO ATE A DATA
007730*  LIMITE (BRANCO = DATA DO PAGAMENTO + 7), SOMADAS NUMA
007740*  TRANSFERENCIA POR FORNECEDOR. A DATA DO PAGAMENTO TEM DE SER
007750*  DIA UTIL, HOJE OU ADIANTE. FORNECEDOR SEM DADOS BANCARIOS NO
007760*  FORNMAST FICA FORA - AS NOTAS DELE CONTINUAM EM ABERTO.
007770*  CONFIRMADA A RODADA: LISTA DE PAGAMENTOS NO PAGRPT, UM
007780*  REGISTRO NO PAGFORN POR FORNECEDOR (O BANCOREC CASA COM O
007790*  DEBITO NO EXTRATO) E NO LEDGER DEBITO EM FORNECEDORES A PAGAR
007800*  CONTRA CREDITO NO BANCO.
007810******************************************************************
007820 2500-RODADA-PAGAMENTO.
007830     IF NOT WS-SUPERVISOR
007840         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
007850         GO TO 2500-EXIT
007860     END-IF
007870     DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, BRANCO = HOJE):"
007880     PERFORM 2070-PEDE-DATA THRU 2070-EXIT
007890     IF WS-IN-DATA = SPACES OR WS-IN-DATA < WS-HOJE
007900         DISPLAY "DATA DO PAGAMENTO INVALIDA OU PASSADA"
007910         GO TO 2500-EXIT
007920     END-IF
007930     MOVE WS-IN-DATA TO WS-PAGTO-DATA
007940     MOVE "Q" TO WS-DIAUTIL-FUNC
007950     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-PAGTO-DATA
007960                          WS-BUSINESS-DATE WS-BUSINESS-SW
007970     IF WS-BUSINESS-SW NOT = "Y"
007980         DISPLAY WS-PAGTO-DATA " NAO E DIA UTIL - O BANCO NAO"
007990                 " PROCESSA A TRANSFERENCIA"
008000         GO TO 2500-EXIT
008010     END-IF
008020     MOVE WS-PAGTO-DATA TO WS-DATA-WK
008030     MOVE WS-DIAS-SEMANA TO WS-DIAS-ADD
008040     PERFORM 5000-SOMA-DIAS
008050     DISPLAY "PAGAR NOTAS VENCENDO ATE (AAAAMMDD, BRANCO = "
008060             WS-DATA-WK "):"
008070     ACCEPT WS-IN-DATA
008080     IF WS-IN-DATA = SPACES
008090         MOVE WS-DATA-WK TO WS-IN-DATA
008100     END-IF
008110     IF WS-IN-DATA NOT NUMERIC
008120         OR WS-IN-DATA(5:2) < "01" OR WS-IN-DATA(5:2) > "12"
008130         OR WS-IN-DATA(7:2) < "01" OR WS-IN-DATA(7:2) > "31"
008140         DISPLAY "DATA LIMITE INVALIDA"
008150         GO TO 2500-EXIT
008160     END-IF
008170     MOVE WS-IN-DATA TO WS-LIMITE-DATA
008180     MOVE WS-CONTA-FORNECEDORES TO WS-IN-ACCOUNT
008190     MOVE "C" TO WS-NATUREZA-WK
008200     PERFORM 2200-CONFERE-CONTA THRU 2200-EXIT
008210     IF NOT WS-COA-OK
008220         DISPLAY "RODADA CANCELADA"
008230         GO TO 2500-EXIT
008240     END-IF
008250     MOVE WS-CONTA-BANCO TO WS-IN-ACCOUNT
008260     MOVE "D" TO WS-NATUREZA-WK
008270     PERFORM 2200-CONFERE-CONTA THRU 2200-EXIT
008280     IF NOT WS-COA-OK
008290         DISPLAY "RODADA CANCELADA"
008300         GO TO 2500-EXIT
008310     END-IF
008320     MOVE ZERO TO WS-PG-COUNT WS-PG-NOTAS WS-PG-TOTAL WS-PG-FORA
008330     PERFORM 2510-MARCA-NOTA THRU 2510-EXIT
008340         VARYING WS-CP-SCAN FROM 1 BY 1
008350         UNTIL WS-CP-SCAN > WS-CP-COUNT
008360     IF WS-PG-COUNT = ZERO
008370         DISPLAY "NENHUMA NOTA EM ABERTO VENCENDO ATE "
008380                 WS-LIMITE-DATA
008390         GO TO 2500-EXIT
008400     END-IF
008410     DISPLAY "PAGAMENTOS DA RODADA DE " WS-PAGTO-DATA
008420             " (NOTAS VENCENDO ATE " WS-LIMITE-DATA "):"
008430     PERFORM 2530-MOSTRA-PAGAMENTO THRU 2530-EXIT
008440         VARYING WS-SCAN FROM 1 BY 1
008450         UNTIL WS-SCAN > WS-PG-COUNT
008460     IF WS-PG-NOTAS = ZERO
008470         DISPLAY "NENHUM FORNECEDOR COM DADOS BANCARIOS -"
008480                 " NADA A PAGAR"
008490         PERFORM 2590-DESMARCA THRU 2590-EXIT
008500             VARYING WS-CP-SCAN FROM 1 BY 1
008510             UNTIL WS-CP-SCAN > WS-CP-COUNT
008520         GO TO 2500-EXIT
008530     END-IF
008540     MOVE WS-PG-TOTAL TO WS-VALOR-ED
008550     DISPLAY "NOTAS " WS-PG-NOTAS " TOTAL R$" WS-VALOR-ED
008560             " - FORNECEDORES FORA DA RODADA: " WS-PG-FORA
008570     DISPLAY "CONFIRMA A RODADA DE PAGAMENTO? (S/N):"
008580     ACCEPT WS-DECISAO
008590     IF WS-DECISAO NOT = "S" AND WS-DECISAO NOT = "s"
008600         DISPLAY "RODADA CANCELADA - NADA PAGO"
008610         PERFORM 2590-DESMARCA THRU 2590-EXIT
008620             VARYING WS-CP-SCAN FROM 1 BY 1
008630             UNTIL WS-CP-SCAN > WS-CP-COUNT
008640         GO TO 2500-EXIT
008650     END-IF
008660     ACCEPT WS-RUN-ID FROM TIME
008670     OPEN OUTPUT PAYMENT-REPORT-FILE
008680     MOVE SPACES TO PAY-REPORT-LINE
008690     STRING "LISTA DE PAGAMENTOS A FORNECEDOR - PAGAMENTO EM "
008700            WS-PAGTO-DATA " - RODADA " WS-RUN-ID
008710            DELIMITED BY SIZE INTO PAY-REPORT-LINE
008720     WRITE PAY-REPORT-LINE
008730     MOVE SPACES TO PAY-REPORT-LINE
008740     STRING "NOTAS VENCENDO ATE " WS-LIMITE-DATA " - SUPERVISOR "
008750            WS-OPERATOR-ID DELIMITED BY SIZE INTO PAY-REPORT-LINE
008760     WRITE PAY-REPORT-LINE
008770     PERFORM 6000-OPEN-LEDGER
008780     PERFORM 6200-OPEN-PAGFORN
008790     PERFORM 2550-GRAVA-PAGAMENTO THRU 2550-EXIT
008800         VARYING WS-SCAN FROM 1 BY 1
008810         UNTIL WS-SCAN > WS-PG-COUNT
008820     CLOSE LEDGER-POSTING-FILE
008830     CLOSE SUPPLIER-PAYMENT-FILE
008840     MOVE SPACES TO PAY-REPORT-LINE
008850     WRITE PAY-REPORT-LINE
008860     MOVE WS-PG-TOTAL TO WS-VALOR-ED
008870     MOVE SPACES TO PAY-REPORT-LINE
008880     STRING "TOTAL DA RODADA: NOTAS " WS-PG-NOTAS "  R$"
008890            WS-VALOR-ED DELIMITED BY SIZE INTO PAY-REPORT-LINE
008900     WRITE PAY-REPORT-LINE
008910     IF WS-PG-FORA > ZERO
008920         MOVE SPACES TO PAY-REPORT-LINE
008930         STRING "FORNECEDORES SEM DADOS BANCARIOS"
008940                " (FORA DA RODADA): " WS-PG-FORA
008950                DELIMITED BY SIZE INTO PAY-REPORT-LINE
008960         WRITE PAY-REPORT-LINE
008970     END-IF
008980     CLOSE PAYMENT-REPORT-FILE
008990     PERFORM 2590-DESMARCA THRU 2590-EXIT
009000         VARYING WS-CP-SCAN FROM 1 BY 1
009010         UNTIL WS-CP-SCAN > WS-CP-COUNT
009020     ADD 1 TO WS-CHANGE-COUNT
009030     PERFORM 7100-WRITE-AUDIT-RODADA
009040     DISPLAY "RODADA GRAVADA - PAGRPT, PAGFORN E LEDGER".
009050 2500-EXIT.
009060     EXIT.
009070
009080*    MARCA A NOTA EM ABERTO QUE VENCE ATE O LIMITE E SOMA NO
009090*    PAGAMENTO DO FORNECEDOR DELA.
009100 2510-MARCA-NOTA.
009110     SET WS-CP-IDX TO WS-CP-SCAN
009120     IF WS-CP-STATUS(WS-CP-IDX) NOT = "A"
009130         OR WS-CP-VENCIMENTO(WS-CP-IDX) > WS-LIMITE-DATA
009140         GO TO 2510-EXIT
009150     END-IF
009160     MOVE "N" TO WS-FOUND-SW
009170     PERFORM 2520-MATCH-PAGAMENTO THRU 2520-EXIT
009180         VARYING WS-SCAN2 FROM 1 BY 1
009190         UNTIL WS-SCAN2 > WS-PG-COUNT OR WS-FOUND
009200     IF NOT WS-FOUND
009210         IF WS-PG-COUNT >= 200
009220             GO TO 2510-EXIT
009230         END-IF
009240         ADD 1 TO WS-PG-COUNT
009250         SET WS-PG-IDX TO WS-PG-COUNT
009260         MOVE WS-CP-FOR-ID(WS-CP-IDX) TO WS-PG-FOR-ID(WS-PG-IDX)
009270         MOVE ZERO TO WS-PG-QTD(WS-PG-IDX) WS-PG-VALOR(WS-PG-IDX)
009280         MOVE ZERO TO WS-PG-FO-POS(WS-PG-IDX)
009290         MOVE "N" TO WS-PG-PAGAVEL(WS-PG-IDX)
009300         MOVE WS-CP-FOR-ID(WS-CP-IDX) TO WS-IN-ID
009310         PERFORM 2150-MATCH-FORNECEDOR THRU 2150-EXIT
009320             VARYING WS-SCAN FROM 1 BY 1
009330             UNTIL WS-SCAN > WS-FO-COUNT OR WS-FOUND
009340         IF WS-FOUND
009350             SET WS-PG-FO-POS(WS-PG-IDX) TO WS-FO-IDX
009360             IF WS-FO-BANCO(WS-FO-IDX) NOT = SPACES
009370                 MOVE "Y" TO WS-PG-PAGAVEL(WS-PG-IDX)
009380             END-IF
009390         END-IF
009400     END-IF
009410     MOVE "S" TO WS-CP-MARCA(WS-CP-IDX)
009420     ADD 1 TO WS-PG-QTD(WS-PG-IDX)
009430     ADD WS-CP-VALOR(WS-CP-IDX) TO WS-PG-VALOR(WS-PG-IDX).
009440 2510-EXIT.
009450     EXIT.
009460
009470 2520-MATCH-PAGAMENTO.
009480     SET WS-PG-IDX TO WS-SCAN2
009490     IF WS-PG-FOR-ID(WS-PG-IDX) = WS-CP-FOR-ID(WS-CP-IDX)
009500         MOVE "Y" TO WS-FOUND-SW
009510     END-IF.
009520 2520-EXIT.
009530     EXIT.
009540
009550 2530-MOSTRA-PAGAMENTO.
009560     SET WS-PG-IDX TO WS-SCAN
009570     MOVE WS-PG-VALOR(WS-PG-IDX) TO WS-VALOR-ED
009580     IF WS-PG-PAGAVEL(WS-PG-IDX) = "Y"
009590         SET WS-FO-IDX TO WS-PG-FO-POS(WS-PG-IDX)
009600         DISPLAY "  " WS-PG-FOR-ID(WS-PG-IDX) " "
009610                 WS-FO-NOME(WS-FO-IDX) " NOTAS "
009620                 WS-PG-QTD(WS-PG-IDX) " R$" WS-VALOR-ED
009630         ADD WS-PG-QTD(WS-PG-IDX)   TO WS-PG-NOTAS
009640         ADD WS-PG-VALOR(WS-PG-IDX) TO WS-PG-TOTAL
009650     ELSE
009660         DISPLAY "  " WS-PG-FOR-ID(WS-PG-IDX)
009670                 " SEM DADOS BANCARIOS - FICA FORA: NOTAS "
009680                 WS-PG-QTD(WS-PG-IDX) " R$" WS-VALOR-ED
009690         ADD 1 TO WS-PG-FORA
009700     END-IF.
009710 2530-EXIT.
009720     EXIT.
009730
009740******************************************************************
009750*  2550-GRAVA-PAGAMENTO
009760*  UM FORNECEDOR DA RODADA: BLOCO NA LISTA DE PAGAMENTOS, AS
009770*  NOTAS BAIXADAS, O REGISTRO DO PAGFORN E O PAR NO LEDGER.
009780******************************************************************
009790 2550-GRAVA-PAGAMENTO.
009800     SET WS-PG-IDX TO WS-SCAN
009810     IF WS-PG-PAGAVEL(WS-PG-IDX) NOT = "Y"
009820         GO TO 2550-EXIT
009830     END-IF
009840     SET WS-FO-IDX TO WS-PG-FO-POS(WS-PG-IDX)
009850     MOVE SPACES TO PAY-REPORT-LINE
009860     WRITE PAY-REPORT-LINE
009870     MOVE SPACES TO PAY-REPORT-LINE
009880     STRING WS-PG-FOR-ID(WS-PG-IDX) " " WS-FO-NOME(WS-FO-IDX)
009890            DELIMITED BY SIZE INTO PAY-REPORT-LINE
009900     WRITE PAY-REPORT-LINE
009910     MOVE SPACES TO PAY-REPORT-LINE
009920     STRING "  CREDITAR EM: " WS-FO-BANCO(WS-FO-IDX)
009930            DELIMITED BY SIZE INTO PAY-REPORT-LINE
009940     WRITE PAY-REPORT-LINE
009950     PERFORM 2560-NOTA-PAGA THRU 2560-EXIT
009960         VARYING WS-CP-SCAN FROM 1 BY 1
009970         UNTIL WS-CP-SCAN > WS-CP-COUNT
009980     MOVE WS-PG-VALOR(WS-PG-IDX) TO WS-VALOR-ED
009990     MOVE SPACES TO PAY-REPORT-LINE
010000     STRING "  A TRANSFERIR: R$" WS-VALOR-ED
010010            DELIMITED BY SIZE INTO PAY-REPORT-LINE
010020     WRITE PAY-REPORT-LINE
010030     MOVE SPACES                  TO SUPPLIER-PAYMENT-RECORD
010040     MOVE WS-PAGTO-DATA           TO PGF-DATA
010050     MOVE WS-PG-FOR-ID(WS-PG-IDX) TO PGF-FOR-ID
010060     MOVE WS-FO-NOME(WS-FO-IDX)   TO PGF-NOME
010070     MOVE WS-PG-QTD(WS-PG-IDX)    TO PGF-QTD
010080     MOVE WS-PG-VALOR(WS-PG-IDX)  TO PGF-VALOR
010090     MOVE WS-HOJE                 TO PGF-RUN-DATE
010100     MOVE WS-RUN-ID               TO PGF-RUN-ID
010110     MOVE WS-OPERATOR-ID          TO PGF-OPERATOR-ID
010120     WRITE SUPPLIER-PAYMENT-RECORD
010130     MOVE WS-PAGTO-DATA           TO WS-IN-DATA
010140     MOVE WS-PG-VALOR(WS-PG-IDX)  TO WS-VALOR-NUM
010150     MOVE SPACES TO WS-DESC-WK
010160     STRING "PAGTO FORN " WS-PG-FOR-ID(WS-PG-IDX)
010170            DELIMITED BY SIZE INTO WS-DESC-WK
010180     MOVE WS-CONTA-FORNECEDORES TO WS-IN-ACCOUNT
010190     MOVE "D" TO WS-DC-WK
010200     PERFORM 6100-GRAVA-LEDGER
010210     MOVE WS-CONTA-BANCO TO WS-IN-ACCOUNT
010220     MOVE "C" TO WS-DC-WK
010230     PERFORM 6100-GRAVA-LEDGER.
010240 2550-EXIT.
010250     EXIT.
010260
010270 2560-NOTA-PAGA.
010280     SET WS-CP-IDX TO WS-CP-SCAN
010290     IF WS-CP-MARCA(WS-CP-IDX) NOT = "S"
010300         OR WS-CP-FOR-ID(WS-CP-IDX) NOT = WS-PG-FOR-ID(WS-PG-IDX)
010310         GO TO 2560-EXIT
010320     END-IF
010330     MOVE WS-CP-VALOR(WS-CP-IDX) TO WS-VALOR-ED2
010340     MOVE SPACES TO PAY-REPORT-LINE
010350     STRING "    NF " WS-CP-NOTA(WS-CP-IDX) " VENC "
010360            WS-CP-VENCIMENTO(WS-CP-IDX) " NUMERO "
010370            WS-CP-NUMERO(WS-CP-IDX) " R$" WS-VALOR-ED2
010380            DELIMITED BY SIZE INTO PAY-REPORT-LINE
010390     WRITE PAY-REPORT-LINE
010400     MOVE "P"           TO WS-CP-STATUS(WS-CP-IDX)
010410     MOVE WS-PAGTO-DATA TO WS-CP-PAG-DATA(WS-CP-IDX).
010420 2560-EXIT.
010430     EXIT.
010440
010450 2590-DESMARCA.
010460     SET WS-CP-IDX TO WS-CP-SCAN
010470     MOVE SPACE TO WS-CP-MARCA(WS-CP-IDX).
010480 2590-EXIT.
010490     EXIT.
010500
010510******************************************************************
010520*  3000-FINALIZE
010530*  REGRAVA O CONTPAG INTEIRO SE ALGUMA NOTA FOI INCLUIDA OU PAGA
010540*  E FECHA A AUDITORIA.
010550******************************************************************
010560 3000-FINALIZE.
010570     IF WS-CHANGE-COUNT > ZERO
010580         OPEN OUTPUT PAYABLE-FILE
010590         PERFORM 3100-WRITE-ONE THRU 3100-EXIT
010600             VARYING WS-CP-SCAN FROM 1 BY 1
010610             UNTIL WS-CP-SCAN > WS-CP-COUNT
010620         CLOSE PAYABLE-FILE
010630     END-IF
010640     CLOSE AUDIT-LOG-FILE
010650     DISPLAY "CONTPAG GRAVADO - ALTERACOES: " WS-CHANGE-COUNT.
010660
010670 3100-WRITE-ONE.
010680     SET WS-CP-IDX TO WS-CP-SCAN
010690     MOVE SPACES                       TO PAYABLE-RECORD
010700     MOVE WS-CP-NUMERO(WS-CP-IDX)      TO CPG-NUMERO
010710     MOVE WS-CP-FOR-ID(WS-CP-IDX)      TO CPG-FOR-ID
010720     MOVE WS-CP-NOTA(WS-CP-IDX)        TO CPG-NOTA
010730     MOVE WS-CP-EMISSAO(WS-CP-IDX)     TO CPG-EMISSAO
010740     MOVE WS-CP-VENCIMENTO(WS-CP-IDX)  TO CPG-VENCIMENTO
010750     MOVE WS-CP-CONTA(WS-CP-IDX)       TO CPG-CONTA
010760     MOVE WS-CP-VALOR(WS-CP-IDX)       TO CPG-VALOR
010770     MOVE WS-CP-STATUS(WS-CP-IDX)      TO CPG-STATUS
010780     MOVE WS-CP-PAG-DATA(WS-CP-IDX)    TO CPG-PAG-DATA
010790     MOVE WS-CP-INC-DATA(WS-CP-IDX)    TO CPG-INC-DATA
010800     MOVE WS-CP-INC-OPER(WS-CP-IDX)    TO CPG-INC-OPER
010810     WRITE PAYABLE-RECORD.
010820 3100-EXIT.
010830     EXIT.
010840
010850******************************************************************
010860*  5000-SOMA-DIAS
010870*  WS-DATA-WK (AAAAMMDD) MAIS WS-DIAS-ADD DIAS CORRIDOS, DE VOLTA
010880*  EM WS-DATA-WK.
010890******************************************************************
010900 5000-SOMA-DIAS.
010910     MOVE WS-DATA-WK TO WS-DATA-NUM
010920     COMPUTE WS-DIAS-INT =
010930         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + WS-DIAS-ADD
010940     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
010950     MOVE WS-DATA-NUM TO WS-DATA-WK.
010960
010970******************************************************************
010980*  6000-OPEN-LEDGER / 6100-GRAVA-LEDGER / 6200-OPEN-PAGFORN
010990*  ABRE O LEDGER E O PAGFORN EM MODO EXTEND (CRIANDO-OS SE
011000*  PRECISO) E GRAVA UM LANCAMENTO: CONTA WS-IN-ACCOUNT, LADO
011010*  WS-DC-WK, VALOR WS-VALOR-NUM, DATA WS-IN-DATA E HISTORICO
011020*  WS-DESC-WK.
011030******************************************************************
011040 6000-OPEN-LEDGER.
011050     OPEN EXTEND LEDGER-POSTING-FILE
011060     IF WS-LEDGER-FILE-STATUS = "35"
011070         OPEN OUTPUT LEDGER-POSTING-FILE
011080         CLOSE LEDGER-POSTING-FILE
011090         OPEN EXTEND LEDGER-POSTING-FILE
011100     END-IF.
011110
011120 6100-GRAVA-LEDGER.
011130     MOVE SPACES        TO LEDGER-POSTING-RECORD
011140     MOVE WS-IN-DATA    TO LED-POSTING-DATE
011150     MOVE WS-IN-ACCOUNT TO LED-ACCOUNT
011160     MOVE WS-DC-WK      TO LED-DC
011170     MOVE WS-VALOR-NUM  TO LED-AMOUNT
011180     MOVE WS-DESC-WK    TO LED-DESC
011182     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
011184                          LEDGER-POSTING-RECORD WS-PERIODO-SW
011186     IF NOT WS-PERIODO-RECUSADO
011190         WRITE LEDGER-POSTING-RECORD
011195     END-IF.
011200
011210 6200-OPEN-PAGFORN.
011220     OPEN EXTEND SUPPLIER-PAYMENT-FILE
011230     IF WS-PGF-FILE-STATUS = "35"
011240         OPEN OUTPUT SUPPLIER-PAYMENT-FILE
011250         CLOSE SUPPLIER-PAYMENT-FILE
011260         OPEN EXTEND SUPPLIER-PAYMENT-FILE
011270     END-IF.
011280
011290******************************************************************
011300*  7000-WRITE-AUDIT-NOTA
011310*  GRAVA A INCLUSAO DA NOTA NA TRILHA DE AUDITORIA.
011320******************************************************************
011330 7000-WRITE-AUDIT-NOTA.
011340     MOVE "CONTPAG"          TO AUDIT-PROGRAM-ID
011350     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
011360     ACCEPT AUDIT-TIME FROM TIME
011370     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
011380     MOVE WS-ULT-NUMERO       TO AUDIT-KEY
011390     MOVE WS-VALOR-NUM        TO WS-VALOR-ED
011400     MOVE SPACES              TO AUDIT-DETAIL
011410     STRING "NOTA " WS-IN-ID " NF " WS-IN-NOTA " VENC " WS-VENC-WK
011420            " R$" WS-VALOR-ED
011430            DELIMITED BY SIZE INTO AUDIT-DETAIL
011440     CALL "AUDITWR" USING AUDIT-RECORD.
011450
011460******************************************************************
011470*  7100-WRITE-AUDIT-RODADA
011480*  GRAVA A RODADA DE PAGAMENTO NA TRILHA DE AUDITORIA.
011490******************************************************************
011500 7100-WRITE-AUDIT-RODADA.
011510     MOVE "CONTPAG"          TO AUDIT-PROGRAM-ID
011520     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
011530     ACCEPT AUDIT-TIME FROM TIME
011540     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
011550     MOVE WS-RUN-ID           TO AUDIT-KEY
011560     MOVE WS-PG-TOTAL         TO WS-VALOR-ED
011570     MOVE SPACES              TO AUDIT-DETAIL
011580     STRING "RODADA PAGTO " WS-PAGTO-DATA " ATE " WS-LIMITE-DATA
011590            " NOTAS " WS-PG-NOTAS " R$" WS-VALOR-ED
011600            DELIMITED BY SIZE INTO AUDIT-DETAIL
011610     CALL "AUDITWR" USING AUDIT-RECORD.
