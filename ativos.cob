000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ATIVOS.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  CONTABILIDADE - IMOBILIZADO E DEPRECIACAO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  ATIVOS.CBL
000090*  IMOBILIZADO DA EMPRESA (ONIBUS DO VEICMAST E OUTROS
000100*  EQUIPAMENTOS) E DEPRECIACAO MENSAL. O LEDGER NAO SABIA DOS
000110*  ONIBUS E A DEPRECIACAO SO APARECIA UMA VEZ POR ANO, NA CONTA
000120*  DO CONTADOR DE FORA.
000130*    I - INCLUI UM BEM NO ATIVMAST (COPYBOOK ATIVOREC): ONIBUS
000140*        PELO VEIC-ID OU EQUIPAMENTO COM CODIGO PROPRIO, CUSTO E
000150*        DATA DE AQUISICAO, VIDA UTIL EM MESES, VALOR RESIDUAL E A
000160*        DEPRECIACAO JA ACUMULADA DOS BENS QUE JA ESTAVAM EM USO.
000170*        A AQUISICAO (OU O SALDO DE ABERTURA) ENTRA NO LEDGER POR
000180*        VALE CONTABIL DO LANCMAN;
000190*    D - DEPRECIACAO DO MES: QUOTA LINEAR DE CADA BEM EM USO,
000200*        LANCADA NO LEDGER (570DEPRE CONTRA 149DEPAC) NO
000210*        ULTIMO DIA DO MES. A QUOTA DOS ONIBUS VAI AO ROTACUST
000220*        (CATEGORIA DEPRECIACAO) RATEADA PELAS PARTIDAS DO
000230*        VEICULO NO TRIPVEIC, QUE O ROTAPL MOSTRA NO CUSTO DE
000240*        CADA ROTA. OS MESES SAO DEPRECIADOS EM SEQUENCIA;
000250*    B - BAIXA (VENDA OU SUCATA): APURA O GANHO OU A PERDA
000260*        CONTRA O VALOR CONTABIL (CUSTO - ACUMULADA) E LANCA A
000270*        BAIXA NO LEDGER (BANCO, ACUMULADA, IMOBILIZADO E
000280*        430GANHO OU 575PERDA);
000290*    R - QUADRO DO IMOBILIZADO (ATIVORPT): CUSTO, ACUMULADA E
000300*        VALOR CONTABIL DE CADA BEM, BAIXAS COM O RESULTADO E
000310*        TOTAIS.
000320*  INCLUSAO E BAIXA SAO DO SUPERVISOR (NIVEL 9 NO OPAUTH). AS
000330*  CONTAS TEM DE ESTAR ATIVAS NO COAMAST PARA D E B.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000372*  2026-10-15 AFG   O LANCAMENTO NO LEDGER PASSA PELA ROTINA
000374*                   PERIODO: DATA EM MES FECHADO E RECUSADA OU
000376*                   DESVIADA PARA O PRIMEIRO MES ABERTO,
000378*                   CONFORME O PERPARM, E FICA NO PERLOG.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FIXED-ASSET-FILE ASSIGN TO "ATIVMAST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-ATV-FILE-STATUS.
000450     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEICMAST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS WS-VEIC-FILE-STATUS.
000480     SELECT TRIP-VEHICLE-FILE ASSIGN TO "TRIPVEIC"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS  IS WS-TRV-FILE-STATUS.
000510     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "COAMAST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS WS-COA-FILE-STATUS.
000540     SELECT LEDGER-POSTING-FILE ASSIGN TO "LEDGER"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS  IS WS-LEDGER-FILE-STATUS.
000570     SELECT ROUTE-COST-FILE ASSIGN TO "ROTACUST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS  IS WS-CUSTO-FILE-STATUS.
000600     SELECT ASSET-REPORT-FILE ASSIGN TO "ATIVORPT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  FIXED-ASSET-FILE
000680     RECORDING MODE IS F.
000690     COPY ATIVOREC.
000700 FD  VEHICLE-MASTER-FILE
000710     RECORDING MODE IS F.
000720     COPY VEICREC.
000730 FD  TRIP-VEHICLE-FILE
000740     RECORDING MODE IS F.
000750     COPY TRIPVEICREC.
000760 FD  ACCOUNT-MASTER-FILE
000770     RECORDING MODE IS F.
000780     COPY COAREC.
000790 FD  LEDGER-POSTING-FILE
000800     RECORDING MODE IS F.
000810     COPY LEDGERREC.
000820 FD  ROUTE-COST-FILE
000830     RECORDING MODE IS F.
000840     COPY CUSTOREC.
000850 FD  ASSET-REPORT-FILE
000860     RECORDING MODE IS F.
000870 01  REPORT-LINE                 PIC X(80).
000880 FD  AUDIT-LOG-FILE
000890     RECORDING MODE IS F.
000900     COPY AUDITREC.
000910 WORKING-STORAGE SECTION.
000920 01  WS-SWITCHES.
000930     05  WS-ATV-FILE-STATUS      PIC X(02)   VALUE "00".
000940     05  WS-VEIC-FILE-STATUS     PIC X(02)   VALUE "00".
000950     05  WS-TRV-FILE-STATUS      PIC X(02)   VALUE "00".
000960     05  WS-COA-FILE-STATUS      PIC X(02)   VALUE "00".
000970     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
000980     05  WS-CUSTO-FILE-STATUS    PIC X(02)   VALUE "00".
000990     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001000     05  WS-ATV-EOF-SW           PIC X(01)   VALUE "N".
001010         88  WS-ATV-EOF                      VALUE "Y".
001020     05  WS-VEIC-EOF-SW          PIC X(01)   VALUE "N".
001030         88  WS-VEIC-EOF                     VALUE "Y".
001040     05  WS-TRV-EOF-SW           PIC X(01)   VALUE "N".
001050         88  WS-TRV-EOF                      VALUE "Y".
001060     05  WS-COA-EOF-SW           PIC X(01)   VALUE "N".
001070         88  WS-COA-EOF                      VALUE "Y".
001080     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
001090         88  WS-EXIT                         VALUE "Y".
001100     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001110         88  WS-SIGNON-VALID                 VALUE "Y".
001120     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001130         88  WS-FOUND                        VALUE "Y".
001140     05  WS-VALOR-VALID-SW       PIC X(01)   VALUE "N".
001150         88  WS-VALOR-VALID                  VALUE "Y".
001160     05  WS-COA-OK-SW            PIC X(01)   VALUE "N".
001170         88  WS-COA-OK                       VALUE "Y".
001180     05  WS-CONTAS-OK-SW         PIC X(01)   VALUE "Y".
001190         88  WS-CONTAS-OK                    VALUE "Y".
001200     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
001210         88  WS-OVERFLOW                     VALUE "Y".
001220 01  WS-MSG-CODE-WK              PIC X(08).
001230 01  WS-MSG-TEXT-WK              PIC X(60).
001240 01  WS-OPERATOR-ID              PIC X(08).
001250 01  WS-OPERATOR-PIN             PIC X(04).
001260 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001270 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001280     88  WS-AUTHORIZED                       VALUE "Y".
001290 01  WS-SUPERV-LEVEL             PIC 9(01)   VALUE 9.
001300 01  WS-SUPERV-SW                PIC X(01)   VALUE "N".
001310     88  WS-SUPERVISOR                       VALUE "Y".
001320******************************************************************
001330*  CONTAS DO PLANO USADAS PELO IMOBILIZADO.
001340******************************************************************
001350 77  WS-CONTA-IMOBILIZADO        PIC X(08)   VALUE "140IMOBI".
001360 77  WS-CONTA-ACUMULADA          PIC X(08)   VALUE "149DEPAC".
001370 77  WS-CONTA-DESPESA            PIC X(08)   VALUE "570DEPRE".
001380 77  WS-CONTA-GANHO              PIC X(08)   VALUE "430GANHO".
001390 77  WS-CONTA-PERDA              PIC X(08)   VALUE "575PERDA".
001400 77  WS-CONTA-BANCO              PIC X(08)   VALUE "112BANCO".
001410 77  WS-MAX-VIDA                 PIC 9(03)   VALUE 600.
001420 01  WS-ACAO                     PIC X(01).
001430 01  WS-DECISAO                  PIC X(01).
001440 01  WS-HOJE                     PIC X(08).
001450 01  WS-IN-TIPO                  PIC X(01).
001460 01  WS-IN-ID                    PIC X(06).
001470 01  WS-IN-DESC                  PIC X(20).
001480 01  WS-IN-DATA                  PIC X(08).
001490 01  WS-IN-MES                   PIC X(06).
001500 01  WS-IN-VALOR                 PIC X(10).
001510 01  WS-IN-ACCOUNT               PIC X(08).
001520 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001530 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
001540 01  WS-VEIC-WK                  PIC X(06).
001550 01  WS-VALOR-NUM                PIC 9(09)V99.
001560 01  WS-DC-WK                    PIC X(01).
001570 01  WS-CUSTO-NUM                PIC 9(09)V99.
001580 01  WS-VIDA-NUM                 PIC 9(03).
001590 01  WS-RESIDUAL-NUM             PIC 9(09)V99.
001600 01  WS-ACUM-NUM                 PIC 9(09)V99.
001610 01  WS-VENDA-NUM                PIC 9(09)V99.
001620 01  WS-DEPRECIAVEL              PIC 9(09)V99.
001630 01  WS-QUOTA                    PIC 9(09)V99.
001640 01  WS-LIQUIDO                  PIC 9(09)V99.
001650 01  WS-RESULTADO                PIC S9(09)V99.
001660 01  WS-PERDA                    PIC 9(09)V99.
001670 01  WS-SCAN                     PIC 9(03).
001680 01  WS-SCAN2                    PIC 9(03).
001690 01  WS-ITEM-POS                 PIC 9(03).
001700 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001710 01  WS-DATA-NUM                 PIC 9(08).
001720 01  WS-DIAS-INT                 PIC 9(07).
001730 01  WS-FIM-MES                  PIC X(08).
001740 01  WS-MES-PROX.
001750     05  WS-MP-ANO               PIC 9(04).
001760     05  WS-MP-MES               PIC 9(02).
001770 01  WS-MES-PROX-X REDEFINES WS-MES-PROX
001780                                 PIC X(06).
001790 01  WS-ULT-RODADA               PIC X(06).
001800 01  WS-DESC-WK                  PIC X(20).
001810 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.99.
001820 01  WS-VALOR-ED2                PIC ZZZZZZZZ9.99.
001830 01  WS-VALOR-ED3                PIC ZZZZZZZZ9.99.
001840 01  WS-RESULT-ED                PIC -ZZZZZZZZ9.99.
001850 01  WS-QTD-ED                   PIC ZZ9.
001860 01  WS-AUDIT-ACAO               PIC X(20).
001870******************************************************************
001880*  TOTAIS DA DEPRECIACAO (D) E DO QUADRO (R).
001890******************************************************************
001900 01  WS-DP-TOTAL                 PIC 9(09)V99.
001910 01  WS-DP-RATEADO               PIC 9(09)V99.
001920 01  WS-DP-NAO-RATEADO           PIC 9(09)V99.
001930 01  WS-DP-BENS                  PIC 9(03).
001940 01  WS-QR-CUSTO                 PIC 9(11)V99.
001950 01  WS-QR-ACUM                  PIC 9(11)V99.
001960 01  WS-QR-LIQUIDO               PIC 9(11)V99.
001970 01  WS-QR-EM-USO                PIC 9(03).
001980 01  WS-QR-BAIXADOS              PIC 9(03).
001990 01  WS-RA-TOTAL-PART            PIC 9(05).
002000 01  WS-RA-LANCADO               PIC 9(09)V99.
002010
002020******************************************************************
002030*  IMOBILIZADO EM MEMORIA, REGRAVADO INTEIRO NA SAIDA QUANDO HOUVE
002040*  MUDANCA (MESMO PADRAO DO CLIMANT).
002050******************************************************************
002060 01  WS-AT-TABLE.
002070     05  WS-AT-ENTRY OCCURS 200 TIMES
002080                     INDEXED BY WS-AT-IDX.
002090         10  WS-AT-ID            PIC X(06).
002100         10  WS-AT-VEIC-ID       PIC X(06).
002110         10  WS-AT-DESC          PIC X(20).
002120         10  WS-AT-CUSTO         PIC 9(09)V99.
002130         10  WS-AT-DATA-AQUIS    PIC X(08).
002140         10  WS-AT-VIDA-MESES    PIC 9(03).
002150         10  WS-AT-RESIDUAL      PIC 9(09)V99.
002160         10  WS-AT-DEPREC-ACUM   PIC 9(09)V99.
002170         10  WS-AT-ULT-MES       PIC X(06).
002180         10  WS-AT-SITUACAO      PIC X(01).
002190         10  WS-AT-BAIXA-DATA    PIC X(08).
002200         10  WS-AT-BAIXA-VALOR   PIC 9(09)V99.
002210         10  WS-AT-RESULTADO     PIC S9(09)V99.
002220         10  WS-AT-QUOTA         PIC 9(09)V99.
002230 01  WS-AT-COUNT                 PIC 9(03)   VALUE ZERO.
002240
002250******************************************************************
002260*  VEICULOS, PARTIDAS POR VEICULO E PLANO DE CONTAS.
002270******************************************************************
002280 01  WS-VE-TABLE.
002290     05  WS-VE-ENTRY OCCURS 50 TIMES
002300                     INDEXED BY WS-VE-IDX.
002310         10  WS-VE-ID            PIC X(06).
002320         10  WS-VE-DESC          PIC X(20).
002330 01  WS-VE-COUNT                 PIC 9(03)   VALUE ZERO.
002340 01  WS-TV-TABLE.
002350     05  WS-TV-ENTRY OCCURS 200 TIMES
002360                     INDEXED BY WS-TV-IDX.
002370         10  WS-TV-TRIP          PIC X(12).
002380         10  WS-TV-VEIC          PIC X(06).
002390 01  WS-TV-COUNT                 PIC 9(03)   VALUE ZERO.
002400 01  WS-COA-TABLE.
002410     05  WS-CO-ENTRY OCCURS 100 TIMES
002420                     INDEXED BY WS-CO-IDX.
002430         10  WS-CO-ACCOUNT       PIC X(08).
002440         10  WS-CO-ACTIVE        PIC X(01).
002450 01  WS-COA-COUNT                PIC 9(03)   VALUE ZERO.
002460
002470******************************************************************
002480*  RATEIO DA QUOTA DE UM ONIBUS ENTRE AS ROTAS DAS PARTIDAS DELE
002490*  (RA) E O ACUMULADO POR ROTA QUE VAI PARA O ROTACUST (RT).
002500******************************************************************
002510 01  WS-RA-TABLE.
002520     05  WS-RA-ENTRY OCCURS 20 TIMES
002530                     INDEXED BY WS-RA-IDX.
002540         10  WS-RA-ROTA          PIC X(03).
002550         10  WS-RA-PARTIDAS      PIC 9(03).
002560         10  WS-RA-VALOR         PIC 9(09)V99.
002570 01  WS-RA-COUNT                 PIC 9(03)   VALUE ZERO.
002580 01  WS-RT-TABLE.
002590     05  WS-RT-ENTRY OCCURS 50 TIMES
002600                     INDEXED BY WS-RT-IDX.
002610         10  WS-RT-ROTA          PIC X(03).
002620         10  WS-RT-VALOR         PIC 9(09)V99.
002630 01  WS-RT-COUNT                 PIC 9(03)   VALUE ZERO.
002640 01  WS-ROTA-WK                  PIC X(03).
002641*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
002642*  LANCAMENTO NO LEDGER.
002643 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
002644 01  WS-PERIODO-PROG             PIC X(08)   VALUE "ATIVOS".
002645 01  WS-PERIODO-SW               PIC X(01).
002646     88  WS-PERIODO-RECUSADO                 VALUE "R".
002650
002660 PROCEDURE DIVISION.
002670
002680 0000-MAINLINE.
002690     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002700*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
002710     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002720                         WS-AUTHORIZED-SW
002730     IF NOT WS-AUTHORIZED
002740         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002750         MOVE 8 TO RETURN-CODE
002760         STOP RUN
002770     END-IF
002780     CALL "OPAUTH" USING WS-OPERATOR-ID WS-SUPERV-LEVEL
002790                         WS-SUPERV-SW
002800     PERFORM 1000-INITIALIZE
002810     IF WS-OVERFLOW
002820         DISPLAY "CADASTRO MAIOR QUE AS TABELAS - EXECUCAO"
002830                 " RECUSADA, NADA ALTERADO"
002840         MOVE 8 TO RETURN-CODE
002850         STOP RUN
002860     END-IF
002870     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002880         UNTIL WS-EXIT
002890     PERFORM 3000-FINALIZE
002900     STOP RUN.
002910
002920******************************************************************
002930*  0010-SIGN-ON
002940*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002950*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002960******************************************************************
002970 0010-SIGN-ON.
002980     MOVE "N" TO WS-SIGNON-VALID-SW
002990     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
003000         UNTIL WS-SIGNON-VALID.
003010 0010-EXIT.
003020     EXIT.
003030
003040 0020-PROMPT-SIGNON.
003050     MOVE "SGN-001" TO WS-MSG-CODE-WK
003060     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003070     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003080     ACCEPT WS-OPERATOR-ID
003090     MOVE "SGN-002" TO WS-MSG-CODE-WK
003100     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003110     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003120     ACCEPT WS-OPERATOR-PIN
003130     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003140                           WS-SIGNON-VALID-SW
003150     IF NOT WS-SIGNON-VALID
003160         MOVE "SGN-003" TO WS-MSG-CODE-WK
003170         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003180         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003190     END-IF.
003200 0020-EXIT.
003210     EXIT.
003220
003230
003240******************************************************************
003250*  0100-OPEN-AUDIT-LOG-FILE
003260*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003270*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003280******************************************************************
003290 0100-OPEN-AUDIT-LOG-FILE.
003300     OPEN EXTEND AUDIT-LOG-FILE
003310     IF WS-AUDIT-FILE-STATUS = "35"
003320         OPEN OUTPUT AUDIT-LOG-FILE
003330         CLOSE AUDIT-LOG-FILE
003340         OPEN EXTEND AUDIT-LOG-FILE
003350     END-IF.
003360
003370******************************************************************
003380*  1000-INITIALIZE
003390*  CARREGA O IMOBILIZADO (GUARDANDO O ULTIMO MES DEPRECIADO), OS
003400*  VEICULOS, AS PARTIDAS POR VEICULO E O PLANO DE CONTAS, E ABRE
003410*  A AUDITORIA.
003420******************************************************************
003430 1000-INITIALIZE.
003440     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003450     MOVE SPACES TO WS-ULT-RODADA
003460     OPEN INPUT FIXED-ASSET-FILE
003470     IF WS-ATV-FILE-STATUS NOT = "00"
003480         MOVE "Y" TO WS-ATV-EOF-SW
003490     ELSE
003500         PERFORM 1100-LOAD-ATIVO THRU 1100-EXIT
003510             UNTIL WS-ATV-EOF
003520         CLOSE FIXED-ASSET-FILE
003530     END-IF
003540     OPEN INPUT VEHICLE-MASTER-FILE
003550     IF WS-VEIC-FILE-STATUS NOT = "00"
003560         MOVE "Y" TO WS-VEIC-EOF-SW
003570     ELSE
003580         PERFORM 1200-LOAD-VEIC-ENTRY THRU 1200-EXIT
003590             UNTIL WS-VEIC-EOF
003600         CLOSE VEHICLE-MASTER-FILE
003610     END-IF
003620     OPEN INPUT TRIP-VEHICLE-FILE
003630     IF WS-TRV-FILE-STATUS NOT = "00"
003640         MOVE "Y" TO WS-TRV-EOF-SW
003650     ELSE
003660         PERFORM 1300-LOAD-TRV-ENTRY THRU 1300-EXIT
003670             UNTIL WS-TRV-EOF
003680         CLOSE TRIP-VEHICLE-FILE
003690     END-IF
003700     OPEN INPUT ACCOUNT-MASTER-FILE
003710     IF WS-COA-FILE-STATUS NOT = "00"
003720         MOVE "Y" TO WS-COA-EOF-SW
003730     ELSE
003740         PERFORM 1400-LOAD-COA-ENTRY THRU 1400-EXIT
003750             UNTIL WS-COA-EOF
003760         CLOSE ACCOUNT-MASTER-FILE
003770     END-IF
003780     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
003790
003800 1100-LOAD-ATIVO.
003810     READ FIXED-ASSET-FILE
003820         AT END
003830             MOVE "Y" TO WS-ATV-EOF-SW
003840             GO TO 1100-EXIT
003850     END-READ
003860     IF WS-AT-COUNT >= 200
003870         MOVE "Y" TO WS-OVERFLOW-SW
003880         GO TO 1100-EXIT
003890     END-IF
003900     ADD 1 TO WS-AT-COUNT
003910     SET WS-AT-IDX TO WS-AT-COUNT
003920     MOVE ATV-ID          TO WS-AT-ID(WS-AT-IDX)
003930     MOVE ATV-VEIC-ID     TO WS-AT-VEIC-ID(WS-AT-IDX)
003940     MOVE ATV-DESC        TO WS-AT-DESC(WS-AT-IDX)
003950     MOVE ATV-CUSTO       TO WS-AT-CUSTO(WS-AT-IDX)
003960     MOVE ATV-DATA-AQUIS  TO WS-AT-DATA-AQUIS(WS-AT-IDX)
003970     MOVE ATV-VIDA-MESES  TO WS-AT-VIDA-MESES(WS-AT-IDX)
003980     MOVE ATV-RESIDUAL    TO WS-AT-RESIDUAL(WS-AT-IDX)
003990     MOVE ATV-DEPREC-ACUM TO WS-AT-DEPREC-ACUM(WS-AT-IDX)
004000     MOVE ATV-ULT-MES     TO WS-AT-ULT-MES(WS-AT-IDX)
004010     MOVE ATV-SITUACAO    TO WS-AT-SITUACAO(WS-AT-IDX)
004020     MOVE ATV-BAIXA-DATA  TO WS-AT-BAIXA-DATA(WS-AT-IDX)
004030     MOVE ATV-BAIXA-VALOR TO WS-AT-BAIXA-VALOR(WS-AT-IDX)
004040     MOVE ATV-RESULTADO   TO WS-AT-RESULTADO(WS-AT-IDX)
004050     MOVE ZERO            TO WS-AT-QUOTA(WS-AT-IDX)
004060     IF ATV-ULT-MES NOT = SPACES
004070         AND (WS-ULT-RODADA = SPACES
004080              OR ATV-ULT-MES > WS-ULT-RODADA)
004090         MOVE ATV-ULT-MES TO WS-ULT-RODADA
004100     END-IF.
004110 1100-EXIT.
004120     EXIT.
004130
004140 1200-LOAD-VEIC-ENTRY.
004150     READ VEHICLE-MASTER-FILE
004160         AT END
004170             MOVE "Y" TO WS-VEIC-EOF-SW
004180             GO TO 1200-EXIT
004190     END-READ
004200     IF WS-VE-COUNT >= 50
004210         MOVE "Y" TO WS-OVERFLOW-SW
004220         GO TO 1200-EXIT
004230     END-IF
004240     ADD 1 TO WS-VE-COUNT
004250     SET WS-VE-IDX TO WS-VE-COUNT
004260     MOVE VEIC-ID   TO WS-VE-ID(WS-VE-IDX)
004270     MOVE VEIC-DESC TO WS-VE-DESC(WS-VE-IDX).
004280 1200-EXIT.
004290     EXIT.
004300
004310 1300-LOAD-TRV-ENTRY.
004320     READ TRIP-VEHICLE-FILE
004330         AT END
004340             MOVE "Y" TO WS-TRV-EOF-SW
004350             GO TO 1300-EXIT
004360     END-READ
004370     IF WS-TV-COUNT >= 200
004380         MOVE "Y" TO WS-OVERFLOW-SW
004390         GO TO 1300-EXIT
004400     END-IF
004410     ADD 1 TO WS-TV-COUNT
004420     SET WS-TV-IDX TO WS-TV-COUNT
004430     MOVE TRV-TRIP-ID TO WS-TV-TRIP(WS-TV-IDX)
004440     MOVE TRV-VEIC-ID TO WS-TV-VEIC(WS-TV-IDX).
004450 1300-EXIT.
004460     EXIT.
004470
004480 1400-LOAD-COA-ENTRY.
004490     READ ACCOUNT-MASTER-FILE
004500         AT END
004510             MOVE "Y" TO WS-COA-EOF-SW
004520             GO TO 1400-EXIT
004530     END-READ
004540     IF WS-COA-COUNT < 100
004550         ADD 1 TO WS-COA-COUNT
004560         SET WS-CO-IDX TO WS-COA-COUNT
004570         MOVE COA-ACCOUNT TO WS-CO-ACCOUNT(WS-CO-IDX)
004580         MOVE COA-ACTIVE  TO WS-CO-ACTIVE(WS-CO-IDX)
004590     END-IF.
004600 1400-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640*  2000-SHOW-MENU
004650*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
004660******************************************************************
004670 2000-SHOW-MENU.
004680     DISPLAY " "
004690     DISPLAY "IMOBILIZADO E DEPRECIACAO - ESCOLHA A ACAO:"
004700     DISPLAY "  I - INCLUIR BEM (SUPERVISOR)"
004710     DISPLAY "  D - DEPRECIACAO DO MES (LEDGER E ROTACUST)"
004720     DISPLAY "  B - BAIXA DE BEM - VENDA OU SUCATA (SUPERVISOR)"
004730     DISPLAY "  R - QUADRO DO IMOBILIZADO"
004740     DISPLAY "  X - SAIR E GRAVAR"
004750     ACCEPT WS-ACAO
004760     EVALUATE WS-ACAO
004770         WHEN "I"
004780         WHEN "i"
004790             PERFORM 2100-INCLUI-ATIVO THRU 2100-EXIT
004800         WHEN "D"
004810         WHEN "d"
004820             PERFORM 2300-DEPRECIA-MES THRU 2300-EXIT
004830         WHEN "B"
004840         WHEN "b"
004850             PERFORM 2500-BAIXA-ATIVO THRU 2500-EXIT
004860         WHEN "R"
004870         WHEN "r"
004880             PERFORM 2600-QUADRO THRU 2600-EXIT
004890         WHEN "X"
004900         WHEN "x"
004910             MOVE "Y" TO WS-EXIT-SW
004920         WHEN OTHER
004930             DISPLAY "ACAO INVALIDA"
004940     END-EVALUATE.
004950 2000-EXIT.
004960     EXIT.
004970
004980 2060-PEDE-MES.
004990     ACCEPT WS-IN-MES
005000     IF WS-IN-MES NOT NUMERIC
005010         MOVE SPACES TO WS-IN-MES
005020         GO TO 2060-EXIT
005030     END-IF
005040     IF WS-IN-MES(5:2) < "01" OR WS-IN-MES(5:2) > "12"
005050         OR WS-IN-MES > WS-HOJE(1:6)
005060         MOVE SPACES TO WS-IN-MES
005070     END-IF.
005080 2060-EXIT.
005090     EXIT.
005100
005110 2070-PEDE-DATA.
005120     ACCEPT WS-IN-DATA
005130     IF WS-IN-DATA = SPACES
005140         MOVE WS-HOJE TO WS-IN-DATA
005150     END-IF
005160     IF WS-IN-DATA NOT NUMERIC
005170         OR WS-IN-DATA(5:2) < "01" OR WS-IN-DATA(5:2) > "12"
005180         OR WS-IN-DATA(7:2) < "01" OR WS-IN-DATA(7:2) > "31"
005190         OR WS-IN-DATA > WS-HOJE
005200         MOVE SPACES TO WS-IN-DATA
005210     END-IF.
005220 2070-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*  2080-PEDE-VALOR
005270*  VALOR EM CENTAVOS; BRANCO VALE ZERO. O CHAMADOR RECUSA O ZERO
005280*  QUANDO ELE NAO SERVE.
005290******************************************************************
005300 2080-PEDE-VALOR.
005310     ACCEPT WS-IN-VALOR
005320     IF WS-IN-VALOR = SPACES
005330         MOVE "0" TO WS-IN-VALOR
005340     END-IF
005350     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-YES
005360                           WS-VALOR-VALID-SW
005370     MOVE ZERO TO WS-VALOR-NUM
005380     IF WS-VALOR-VALID
005390         COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-IN-VALOR) / 100
005400     END-IF.
005410 2080-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450*  2100-INCLUI-ATIVO
005460*  INCLUI UM BEM. ONIBUS ENTRA PELO VEIC-ID (TEM DE ESTAR NO
005470*  VEICMAST, A DESCRICAO VEM DE LA); EQUIPAMENTO TEM CODIGO E
005480*  DESCRICAO PROPRIOS. CODIGO REPETIDO E RECUSADO, MESMO DE BEM
005490*  BAIXADO. O RESIDUAL TEM DE FICAR ABAIXO DO CUSTO E A ACUMULADA
005500*  DE ABERTURA NAO PASSA DO DEPRECIAVEL.
005510******************************************************************
005520 2100-INCLUI-ATIVO.
005530     IF NOT WS-SUPERVISOR
005540         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
005550         GO TO 2100-EXIT
005560     END-IF
005570     IF WS-AT-COUNT >= 200
005580         DISPLAY "CADASTRO DO IMOBILIZADO CHEIO"
005590         GO TO 2100-EXIT
005600     END-IF
005610     DISPLAY "TIPO: V = ONIBUS DO VEICMAST,"
005620             " E = OUTRO EQUIPAMENTO:"
005630     ACCEPT WS-IN-TIPO
005640     MOVE SPACES TO WS-VEIC-WK
005650     EVALUATE WS-IN-TIPO
005660         WHEN "V"
005670         WHEN "v"
005680             DISPLAY "ID DO VEICULO:"
005690             ACCEPT WS-IN-ID
005700             MOVE WS-IN-ID TO WS-VEIC-WK
005710             PERFORM 8100-FIND-VEICULO THRU 8100-EXIT
005720             IF NOT WS-FOUND
005730                 DISPLAY "VEICULO NAO CADASTRADO -"
005740                         " INCLUSAO CANCELADA"
005750                 GO TO 2100-EXIT
005760             END-IF
005770             MOVE WS-VE-DESC(WS-VE-IDX) TO WS-IN-DESC
005780         WHEN "E"
005790         WHEN "e"
005800             DISPLAY "CODIGO DO EQUIPAMENTO (6 POSICOES):"
005810             ACCEPT WS-IN-ID
005820             IF WS-IN-ID = SPACES
005830                 DISPLAY "CODIGO OBRIGATORIO - INCLUSAO CANCELADA"
005840                 GO TO 2100-EXIT
005850             END-IF
005860             DISPLAY "DESCRICAO DO EQUIPAMENTO:"
005870             ACCEPT WS-IN-DESC
005880             IF WS-IN-DESC = SPACES
005890                 DISPLAY "DESCRICAO OBRIGATORIA -"
005900                         " INCLUSAO CANCELADA"
005910                 GO TO 2100-EXIT
005920             END-IF
005930         WHEN OTHER
005940             DISPLAY "TIPO INVALIDO - INCLUSAO CANCELADA"
005950             GO TO 2100-EXIT
005960     END-EVALUATE
005970     PERFORM 8000-FIND-ATIVO THRU 8000-EXIT
005980     IF WS-FOUND
005990         DISPLAY "BEM JA CADASTRADO NO IMOBILIZADO"
006000         GO TO 2100-EXIT
006010     END-IF
006020     DISPLAY "CUSTO DE AQUISICAO (CENTAVOS, EX. 0050000000 ="
006030             " R$500000,00):"
006040     PERFORM 2080-PEDE-VALOR THRU 2080-EXIT
006050     IF NOT WS-VALOR-VALID OR WS-VALOR-NUM = ZERO
006060         DISPLAY "CUSTO INVALIDO - INCLUSAO CANCELADA"
006070         GO TO 2100-EXIT
006080     END-IF
006090     MOVE WS-VALOR-NUM TO WS-CUSTO-NUM
006100     DISPLAY "DATA DE AQUISICAO (AAAAMMDD, BRANCO=HOJE):"
006110     PERFORM 2070-PEDE-DATA THRU 2070-EXIT
006120     IF WS-IN-DATA = SPACES
006130         DISPLAY "DATA INVALIDA - INCLUSAO CANCELADA"
006140         GO TO 2100-EXIT
006150     END-IF
006160     DISPLAY "VIDA UTIL EM MESES (EX. 120 = 10 ANOS):"
006170     ACCEPT WS-IN-VALOR
006180     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-NO
006190                           WS-VALOR-VALID-SW
006200     IF NOT WS-VALOR-VALID
006210         DISPLAY "VIDA UTIL INVALIDA - INCLUSAO CANCELADA"
006220         GO TO 2100-EXIT
006230     END-IF
006240     COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-IN-VALOR)
006250     IF WS-VALOR-NUM > WS-MAX-VIDA
006260         DISPLAY "VIDA UTIL ACIMA DE 600 MESES -"
006270                 " INCLUSAO CANCELADA"
006280         GO TO 2100-EXIT
006290     END-IF
006300     MOVE WS-VALOR-NUM TO WS-VIDA-NUM
006310     DISPLAY "VALOR RESIDUAL (CENTAVOS, BRANCO=ZERO):"
006320     PERFORM 2080-PEDE-VALOR THRU 2080-EXIT
006330     IF NOT WS-VALOR-VALID OR WS-VALOR-NUM NOT < WS-CUSTO-NUM
006340         DISPLAY "RESIDUAL INVALIDO OU NAO MENOR QUE O CUSTO -"
006350                 " INCLUSAO CANCELADA"
006360         GO TO 2100-EXIT
006370     END-IF
006380     MOVE WS-VALOR-NUM TO WS-RESIDUAL-NUM
006390     COMPUTE WS-DEPRECIAVEL = WS-CUSTO-NUM - WS-RESIDUAL-NUM
006400     DISPLAY "DEPRECIACAO JA ACUMULADA (CENTAVOS, BRANCO=ZERO):"
006410     PERFORM 2080-PEDE-VALOR THRU 2080-EXIT
006420     IF NOT WS-VALOR-VALID OR WS-VALOR-NUM > WS-DEPRECIAVEL
006430         DISPLAY "ACUMULADA INVALIDA OU ACIMA DO DEPRECIAVEL -"
006440                 " INCLUSAO CANCELADA"
006450         GO TO 2100-EXIT
006460     END-IF
006470     MOVE WS-VALOR-NUM TO WS-ACUM-NUM
006480     ADD 1 TO WS-AT-COUNT
006490     SET WS-AT-IDX TO WS-AT-COUNT
006500     MOVE WS-IN-ID        TO WS-AT-ID(WS-AT-IDX)
006510     MOVE WS-VEIC-WK      TO WS-AT-VEIC-ID(WS-AT-IDX)
006520     MOVE WS-IN-DESC      TO WS-AT-DESC(WS-AT-IDX)
006530     MOVE WS-CUSTO-NUM    TO WS-AT-CUSTO(WS-AT-IDX)
006540     MOVE WS-IN-DATA      TO WS-AT-DATA-AQUIS(WS-AT-IDX)
006550     MOVE WS-VIDA-NUM     TO WS-AT-VIDA-MESES(WS-AT-IDX)
006560     MOVE WS-RESIDUAL-NUM TO WS-AT-RESIDUAL(WS-AT-IDX)
006570     MOVE WS-ACUM-NUM     TO WS-AT-DEPREC-ACUM(WS-AT-IDX)
006580     MOVE SPACES          TO WS-AT-ULT-MES(WS-AT-IDX)
006590     MOVE "A"             TO WS-AT-SITUACAO(WS-AT-IDX)
006600     MOVE SPACES          TO WS-AT-BAIXA-DATA(WS-AT-IDX)
006610     MOVE ZERO            TO WS-AT-BAIXA-VALOR(WS-AT-IDX)
006620                             WS-AT-RESULTADO(WS-AT-IDX)
006630                             WS-AT-QUOTA(WS-AT-IDX)
006640     ADD 1 TO WS-CHANGE-COUNT
006650     MOVE "INCLUSAO" TO WS-AUDIT-ACAO
006660     MOVE WS-CUSTO-NUM TO WS-VALOR-NUM
006670     PERFORM 7000-WRITE-AUDIT-ATIVO
006680     DISPLAY "BEM " WS-IN-ID " INCLUIDO NO IMOBILIZADO - LANCE A"
006690             " AQUISICAO NO LEDGER PELO LANCMAN".
006700 2100-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740*  2300-DEPRECIA-MES
006750*  DEPRECIACAO DE UM MES JA ENCERRADO: SO O MES SEGUINTE AO
006760*  ULTIMO DEPRECIADO (NA PRIMEIRA VEZ, QUALQUER UM). CALCULA A
006770*  QUOTA DE CADA BEM, RATEIA A DOS ONIBUS ENTRE AS ROTAS NO
006780*  ROTACUST, LANCA O TOTAL NO LEDGER NO ULTIMO DIA DO MES E SOMA
006790*  A QUOTA NA ACUMULADA DE CADA BEM. DETALHE NO ATIVORPT.
006800******************************************************************
006810 2300-DEPRECIA-MES.
006820     DISPLAY "MES A DEPRECIAR (AAAAMM):"
006830     PERFORM 2060-PEDE-MES THRU 2060-EXIT
006840     IF WS-IN-MES = SPACES
006850         DISPLAY "MES INVALIDO - DEPRECIACAO CANCELADA"
006860         GO TO 2300-EXIT
006870     END-IF
006880     IF WS-IN-MES = WS-HOJE(1:6)
006890         DISPLAY "MES CORRENTE AINDA NAO ENCERRADO - DEPRECIACAO"
006900                 " CANCELADA"
006910         GO TO 2300-EXIT
006920     END-IF
006930     IF WS-ULT-RODADA NOT = SPACES
006940         IF WS-IN-MES NOT > WS-ULT-RODADA
006950             DISPLAY "DEPRECIACAO ATE " WS-ULT-RODADA
006960                     " JA LANCADA - DEPRECIACAO CANCELADA"
006970             GO TO 2300-EXIT
006980         END-IF
006990         MOVE WS-ULT-RODADA TO WS-MES-PROX-X
007000         PERFORM 5000-PROXIMO-MES
007010         IF WS-IN-MES NOT = WS-MES-PROX-X
007020             DISPLAY "DEPRECIE ANTES O MES " WS-MES-PROX-X
007030                     " - DEPRECIACAO CANCELADA"
007040             GO TO 2300-EXIT
007050         END-IF
007060     END-IF
007070     PERFORM 8200-CONFERE-CONTAS THRU 8200-EXIT
007080     IF NOT WS-CONTAS-OK
007090         DISPLAY "DEPRECIACAO CANCELADA"
007100         GO TO 2300-EXIT
007110     END-IF
007120     MOVE ZERO TO WS-DP-TOTAL WS-DP-BENS
007130     PERFORM 2310-CALCULA-QUOTA THRU 2310-EXIT
007140         VARYING WS-SCAN FROM 1 BY 1
007150         UNTIL WS-SCAN > WS-AT-COUNT
007160     IF WS-DP-TOTAL = ZERO
007170         DISPLAY "NENHUM BEM A DEPRECIAR EM " WS-IN-MES
007180                 " - NADA LANCADO"
007190         GO TO 2300-EXIT
007200     END-IF
007210     MOVE WS-IN-MES TO WS-MES-PROX-X
007220     PERFORM 5000-PROXIMO-MES
007230     MOVE WS-MES-PROX-X TO WS-DATA-NUM(1:6)
007240     MOVE "01" TO WS-DATA-NUM(7:2)
007250     COMPUTE WS-DIAS-INT =
007260         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1
007270     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
007280     MOVE WS-DATA-NUM TO WS-FIM-MES
007290     OPEN OUTPUT ASSET-REPORT-FILE
007300     MOVE SPACES TO REPORT-LINE
007310     STRING "DEPRECIACAO DO MES " WS-IN-MES
007320            " - LANCADA EM " WS-FIM-MES " - EMITIDO EM " WS-HOJE
007330         DELIMITED BY SIZE INTO REPORT-LINE
007340     WRITE REPORT-LINE
007350     MOVE SPACES TO REPORT-LINE
007360     WRITE REPORT-LINE
007370     MOVE SPACES TO REPORT-LINE
007380     MOVE "  BEM    DESCRICAO" TO REPORT-LINE(1:18)
007390     MOVE "QUOTA" TO REPORT-LINE(38:5)
007400     MOVE "ACUMULADA" TO REPORT-LINE(47:9)
007410     WRITE REPORT-LINE
007420     PERFORM 2320-IMPRIME-QUOTA THRU 2320-EXIT
007430         VARYING WS-SCAN FROM 1 BY 1
007440         UNTIL WS-SCAN > WS-AT-COUNT
007450     MOVE ZERO TO WS-RT-COUNT WS-DP-RATEADO WS-DP-NAO-RATEADO
007460     PERFORM 2330-RATEIA-BEM THRU 2330-EXIT
007470         VARYING WS-SCAN FROM 1 BY 1
007480         UNTIL WS-SCAN > WS-AT-COUNT
007490     MOVE SPACES TO REPORT-LINE
007500     WRITE REPORT-LINE
007510     MOVE "LANCADO NO ROTACUST (DEPRECIACAO):" TO REPORT-LINE
007520     WRITE REPORT-LINE
007530     OPEN EXTEND ROUTE-COST-FILE
007540     IF WS-CUSTO-FILE-STATUS = "35"
007550         OPEN OUTPUT ROUTE-COST-FILE
007560         CLOSE ROUTE-COST-FILE
007570         OPEN EXTEND ROUTE-COST-FILE
007580     END-IF
007590     PERFORM 2360-GRAVA-ROTA THRU 2360-EXIT
007600         VARYING WS-SCAN FROM 1 BY 1
007610         UNTIL WS-SCAN > WS-RT-COUNT
007620     CLOSE ROUTE-COST-FILE
007630     PERFORM 6000-OPEN-LEDGER
007640     MOVE WS-FIM-MES TO WS-IN-DATA
007650     MOVE SPACES TO WS-DESC-WK
007660     STRING "DEPRECIACAO " WS-IN-MES
007670         DELIMITED BY SIZE INTO WS-DESC-WK
007680     MOVE WS-DP-TOTAL TO WS-VALOR-NUM
007690     MOVE WS-CONTA-DESPESA TO WS-IN-ACCOUNT
007700     MOVE "D" TO WS-DC-WK
007710     PERFORM 6100-GRAVA-LEDGER
007720     MOVE WS-CONTA-ACUMULADA TO WS-IN-ACCOUNT
007730     MOVE "C" TO WS-DC-WK
007740     PERFORM 6100-GRAVA-LEDGER
007750     CLOSE LEDGER-POSTING-FILE
007760     PERFORM 2370-APLICA-QUOTA THRU 2370-EXIT
007770         VARYING WS-SCAN FROM 1 BY 1
007780         UNTIL WS-SCAN > WS-AT-COUNT
007790     MOVE WS-IN-MES TO WS-ULT-RODADA
007800     MOVE SPACES TO REPORT-LINE
007810     WRITE REPORT-LINE
007820     MOVE WS-DP-TOTAL TO WS-VALOR-ED
007830     MOVE SPACES TO REPORT-LINE
007840     STRING "DEPRECIACAO DO MES R$" WS-VALOR-ED
007850            " (570DEPRE D / 149DEPAC C)"
007860         DELIMITED BY SIZE INTO REPORT-LINE
007870     WRITE REPORT-LINE
007880     MOVE WS-DP-RATEADO TO WS-VALOR-ED
007890     MOVE SPACES TO REPORT-LINE
007900     STRING "RATEADO ENTRE AS ROTAS R$" WS-VALOR-ED
007910         DELIMITED BY SIZE INTO REPORT-LINE
007920     WRITE REPORT-LINE
007930     IF WS-DP-NAO-RATEADO > ZERO
007940         MOVE WS-DP-NAO-RATEADO TO WS-VALOR-ED
007950         MOVE SPACES TO REPORT-LINE
007960         STRING "FORA DAS ROTAS (EQUIPAMENTO OU ONIBUS"
007970                " SEM PARTIDA) R$" WS-VALOR-ED
007980             DELIMITED BY SIZE INTO REPORT-LINE
007990         WRITE REPORT-LINE
008000     END-IF
008010     CLOSE ASSET-REPORT-FILE
008020     ADD 1 TO WS-CHANGE-COUNT
008030     MOVE WS-DP-TOTAL TO WS-VALOR-ED
008040     DISPLAY "MES " WS-IN-MES " DEPRECIADO R$" WS-VALOR-ED
008050             " EM " WS-DP-BENS " BEM(NS) - DETALHE EM ATIVORPT"
008060     PERFORM 7100-WRITE-AUDIT-DEPREC.
008070 2300-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*  2310-CALCULA-QUOTA
008120*  QUOTA LINEAR DO BEM NO MES: (CUSTO - RESIDUAL) / VIDA UTIL, SO
008130*  PARA BEM EM USO ADQUIRIDO ANTES DO MES E AINDA NAO DEPRECIADO
008140*  NELE. A ULTIMA QUOTA FICA COM O QUE FALTA PARA O DEPRECIAVEL.
008150******************************************************************
008160 2310-CALCULA-QUOTA.
008170     SET WS-AT-IDX TO WS-SCAN
008180     MOVE ZERO TO WS-AT-QUOTA(WS-AT-IDX)
008190     IF WS-AT-SITUACAO(WS-AT-IDX) NOT = "A"
008200         OR WS-AT-DATA-AQUIS(WS-AT-IDX)(1:6) NOT < WS-IN-MES
008210         GO TO 2310-EXIT
008220     END-IF
008230     IF WS-AT-ULT-MES(WS-AT-IDX) NOT = SPACES
008240         AND WS-AT-ULT-MES(WS-AT-IDX) NOT < WS-IN-MES
008250         GO TO 2310-EXIT
008260     END-IF
008270     COMPUTE WS-DEPRECIAVEL = WS-AT-CUSTO(WS-AT-IDX)
008280                            - WS-AT-RESIDUAL(WS-AT-IDX)
008290     IF WS-AT-DEPREC-ACUM(WS-AT-IDX) NOT < WS-DEPRECIAVEL
008300         GO TO 2310-EXIT
008310     END-IF
008320     COMPUTE WS-QUOTA ROUNDED =
008330         WS-DEPRECIAVEL / WS-AT-VIDA-MESES(WS-AT-IDX)
008340     COMPUTE WS-LIQUIDO = WS-DEPRECIAVEL
008350                        - WS-AT-DEPREC-ACUM(WS-AT-IDX)
008360     IF WS-QUOTA > WS-LIQUIDO OR WS-QUOTA = ZERO
008370         MOVE WS-LIQUIDO TO WS-QUOTA
008380     END-IF
008390     MOVE WS-QUOTA TO WS-AT-QUOTA(WS-AT-IDX)
008400     ADD WS-QUOTA TO WS-DP-TOTAL
008410     ADD 1 TO WS-DP-BENS.
008420 2310-EXIT.
008430     EXIT.
008440
008450 2320-IMPRIME-QUOTA.
008460     SET WS-AT-IDX TO WS-SCAN
008470     IF WS-AT-QUOTA(WS-AT-IDX) = ZERO
008480         GO TO 2320-EXIT
008490     END-IF
008500     MOVE WS-AT-QUOTA(WS-AT-IDX) TO WS-VALOR-ED
008510     COMPUTE WS-ACUM-NUM = WS-AT-DEPREC-ACUM(WS-AT-IDX)
008520                         + WS-AT-QUOTA(WS-AT-IDX)
008530     MOVE WS-ACUM-NUM TO WS-VALOR-ED2
008540     MOVE SPACES TO REPORT-LINE
008550     STRING "  " WS-AT-ID(WS-AT-IDX) " " WS-AT-DESC(WS-AT-IDX)
008560            " " WS-VALOR-ED " " WS-VALOR-ED2
008570         DELIMITED BY SIZE INTO REPORT-LINE
008580     WRITE REPORT-LINE.
008590 2320-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630*  2330-RATEIA-BEM
008640*  RATEIA A QUOTA DO ONIBUS ENTRE AS ROTAS DAS PARTIDAS DELE NO
008650*  TRIPVEIC, PELO NUMERO DE PARTIDAS; A ULTIMA ROTA FICA COM A
008660*  SOBRA DOS CENTAVOS. EQUIPAMENTO E ONIBUS SEM PARTIDA FICAM
008670*  FORA DAS ROTAS.
008680******************************************************************
008690 2330-RATEIA-BEM.
008700     SET WS-AT-IDX TO WS-SCAN
008710     IF WS-AT-QUOTA(WS-AT-IDX) = ZERO
008720         GO TO 2330-EXIT
008730     END-IF
008740     MOVE ZERO TO WS-RA-COUNT WS-RA-TOTAL-PART WS-RA-LANCADO
008750     IF WS-AT-VEIC-ID(WS-AT-IDX) NOT = SPACES
008760         PERFORM 2340-SOMA-ROTA THRU 2340-EXIT
008770             VARYING WS-SCAN2 FROM 1 BY 1
008780             UNTIL WS-SCAN2 > WS-TV-COUNT
008790     END-IF
008800     IF WS-RA-COUNT = ZERO
008810         ADD WS-AT-QUOTA(WS-AT-IDX) TO WS-DP-NAO-RATEADO
008820         GO TO 2330-EXIT
008830     END-IF
008840     PERFORM 2350-RATEIA-ROTA THRU 2350-EXIT
008850         VARYING WS-SCAN2 FROM 1 BY 1
008860         UNTIL WS-SCAN2 > WS-RA-COUNT
008870     ADD WS-AT-QUOTA(WS-AT-IDX) TO WS-DP-RATEADO.
008880 2330-EXIT.
008890     EXIT.
008900
008910 2340-SOMA-ROTA.
008920     SET WS-TV-IDX TO WS-SCAN2
008930     IF WS-TV-VEIC(WS-TV-IDX) NOT = WS-AT-VEIC-ID(WS-AT-IDX)
008940         GO TO 2340-EXIT
008950     END-IF
008960     MOVE WS-TV-TRIP(WS-TV-IDX)(1:3) TO WS-ROTA-WK
008970     MOVE "N" TO WS-FOUND-SW
008980     PERFORM 2345-MATCH-RA THRU 2345-EXIT
008990         VARYING WS-RA-IDX FROM 1 BY 1
009000         UNTIL WS-RA-IDX > WS-RA-COUNT OR WS-FOUND
009010     IF WS-FOUND
009020         SET WS-RA-IDX DOWN BY 1
009030     ELSE
009040         IF WS-RA-COUNT >= 20
009050             GO TO 2340-EXIT
009060         END-IF
009070         ADD 1 TO WS-RA-COUNT
009080         SET WS-RA-IDX TO WS-RA-COUNT
009090         MOVE WS-ROTA-WK TO WS-RA-ROTA(WS-RA-IDX)
009100         MOVE ZERO       TO WS-RA-PARTIDAS(WS-RA-IDX)
009110     END-IF
009120     ADD 1 TO WS-RA-PARTIDAS(WS-RA-IDX) WS-RA-TOTAL-PART.
009130 2340-EXIT.
009140     EXIT.
009150
009160 2345-MATCH-RA.
009170     IF WS-RA-ROTA(WS-RA-IDX) = WS-ROTA-WK
009180         MOVE "Y" TO WS-FOUND-SW
009190     END-IF.
009200 2345-EXIT.
009210     EXIT.
009220
009230 2350-RATEIA-ROTA.
009240     SET WS-RA-IDX TO WS-SCAN2
009250     IF WS-SCAN2 = WS-RA-COUNT
009260         COMPUTE WS-RA-VALOR(WS-RA-IDX) =
009270             WS-AT-QUOTA(WS-AT-IDX) - WS-RA-LANCADO
009280     ELSE
009290         COMPUTE WS-RA-VALOR(WS-RA-IDX) =
009300             WS-AT-QUOTA(WS-AT-IDX) * WS-RA-PARTIDAS(WS-RA-IDX)
009310             / WS-RA-TOTAL-PART
009320     END-IF
009330     ADD WS-RA-VALOR(WS-RA-IDX) TO WS-RA-LANCADO
009340     MOVE WS-RA-ROTA(WS-RA-IDX) TO WS-ROTA-WK
009350     MOVE "N" TO WS-FOUND-SW
009360     PERFORM 2355-MATCH-RT THRU 2355-EXIT
009370         VARYING WS-RT-IDX FROM 1 BY 1
009380         UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-FOUND
009390     IF WS-FOUND
009400         SET WS-RT-IDX DOWN BY 1
009410     ELSE
009420         IF WS-RT-COUNT >= 50
009430             ADD WS-RA-VALOR(WS-RA-IDX) TO WS-DP-NAO-RATEADO
009440             SUBTRACT WS-RA-VALOR(WS-RA-IDX) FROM WS-DP-RATEADO
009450             GO TO 2350-EXIT
009460         END-IF
009470         ADD 1 TO WS-RT-COUNT
009480         SET WS-RT-IDX TO WS-RT-COUNT
009490         MOVE WS-ROTA-WK TO WS-RT-ROTA(WS-RT-IDX)
009500         MOVE ZERO       TO WS-RT-VALOR(WS-RT-IDX)
009510     END-IF
009520     ADD WS-RA-VALOR(WS-RA-IDX) TO WS-RT-VALOR(WS-RT-IDX).
009530 2350-EXIT.
009540     EXIT.
009550
009560 2355-MATCH-RT.
009570     IF WS-RT-ROTA(WS-RT-IDX) = WS-ROTA-WK
009580         MOVE "Y" TO WS-FOUND-SW
009590     END-IF.
009600 2355-EXIT.
009610     EXIT.
009620
009630 2360-GRAVA-ROTA.
009640     SET WS-RT-IDX TO WS-SCAN
009650     IF WS-RT-VALOR(WS-RT-IDX) = ZERO
009660         GO TO 2360-EXIT
009670     END-IF
009680     MOVE SPACES                 TO ROUTE-COST-RECORD
009690     MOVE WS-RT-ROTA(WS-RT-IDX)  TO CUSTO-ROTA
009700     MOVE WS-IN-MES              TO CUSTO-MES
009710     MOVE "DEPRECIACAO"          TO CUSTO-CATEG
009720     MOVE WS-RT-VALOR(WS-RT-IDX) TO CUSTO-VALOR
009730     WRITE ROUTE-COST-RECORD
009740     MOVE WS-RT-VALOR(WS-RT-IDX) TO WS-VALOR-ED
009750     MOVE SPACES TO REPORT-LINE
009760     STRING "  ROTA " WS-RT-ROTA(WS-RT-IDX) " R$" WS-VALOR-ED
009770         DELIMITED BY SIZE INTO REPORT-LINE
009780     WRITE REPORT-LINE.
009790 2360-EXIT.
009800     EXIT.
009810
009820 2370-APLICA-QUOTA.
009830     SET WS-AT-IDX TO WS-SCAN
009840     IF WS-AT-QUOTA(WS-AT-IDX) = ZERO
009850         GO TO 2370-EXIT
009860     END-IF
009870     ADD WS-AT-QUOTA(WS-AT-IDX) TO WS-AT-DEPREC-ACUM(WS-AT-IDX)
009880     MOVE WS-IN-MES TO WS-AT-ULT-MES(WS-AT-IDX)
009890     MOVE ZERO TO WS-AT-QUOTA(WS-AT-IDX).
009900 2370-EXIT.
009910     EXIT.
009920
009930******************************************************************
009940*  2500-BAIXA-ATIVO
009950*  BAIXA DE BEM EM USO POR VENDA OU SUCATA (VALOR ZERO). O
009960*  RESULTADO E O RECEBIDO MENOS O VALOR CONTABIL (CUSTO MENOS A
009970*  ACUMULADA ATE O ULTIMO MES DEPRECIADO). NO LEDGER, NA DATA DA
009980*  BAIXA: D BANCO (RECEBIDO), D ACUMULADA, C IMOBILIZADO (CUSTO)
009990*  E O RESULTADO EM 430GANHO (C) OU 575PERDA (D).
010000******************************************************************
010010 2500-BAIXA-ATIVO.
010020     IF NOT WS-SUPERVISOR
010030         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
010040         GO TO 2500-EXIT
010050     END-IF
010060     DISPLAY "CODIGO DO BEM (VEIC-ID DO ONIBUS):"
010070     ACCEPT WS-IN-ID
010080     PERFORM 8000-FIND-ATIVO THRU 8000-EXIT
010090     IF NOT WS-FOUND
010100         DISPLAY "BEM NAO CADASTRADO NO IMOBILIZADO"
010110         GO TO 2500-EXIT
010120     END-IF
010130     IF WS-AT-SITUACAO(WS-AT-IDX) NOT = "A"
010140         DISPLAY "BEM JA BAIXADO EM " WS-AT-BAIXA-DATA(WS-AT-IDX)
010150         GO TO 2500-EXIT
010160     END-IF
010170     DISPLAY "DATA DA BAIXA (AAAAMMDD, BRANCO=HOJE):"
010180     PERFORM 2070-PEDE-DATA THRU 2070-EXIT
010190     IF WS-IN-DATA = SPACES
010200         OR WS-IN-DATA < WS-AT-DATA-AQUIS(WS-AT-IDX)
010210         DISPLAY "DATA INVALIDA - BAIXA CANCELADA"
010220         GO TO 2500-EXIT
010230     END-IF
010240     DISPLAY "VALOR RECEBIDO (CENTAVOS, BRANCO=ZERO - SUCATA):"
010250     PERFORM 2080-PEDE-VALOR THRU 2080-EXIT
010260     IF NOT WS-VALOR-VALID
010270         DISPLAY "VALOR INVALIDO - BAIXA CANCELADA"
010280         GO TO 2500-EXIT
010290     END-IF
010300     MOVE WS-VALOR-NUM TO WS-VENDA-NUM
010310     COMPUTE WS-LIQUIDO = WS-AT-CUSTO(WS-AT-IDX)
010320                        - WS-AT-DEPREC-ACUM(WS-AT-IDX)
010330     COMPUTE WS-RESULTADO = WS-VENDA-NUM - WS-LIQUIDO
010340     MOVE WS-AT-CUSTO(WS-AT-IDX) TO WS-VALOR-ED
010350     MOVE WS-AT-DEPREC-ACUM(WS-AT-IDX) TO WS-VALOR-ED2
010360     DISPLAY WS-AT-ID(WS-AT-IDX) " " WS-AT-DESC(WS-AT-IDX)
010370             " CUSTO R$" WS-VALOR-ED " ACUMULADA R$" WS-VALOR-ED2
010380     IF WS-AT-ULT-MES(WS-AT-IDX) NOT = SPACES
010390         DISPLAY "  (DEPRECIADO ATE " WS-AT-ULT-MES(WS-AT-IDX) ")"
010400     END-IF
010410     MOVE WS-LIQUIDO TO WS-VALOR-ED
010420     MOVE WS-RESULTADO TO WS-RESULT-ED
010430     DISPLAY "  VALOR CONTABIL R$" WS-VALOR-ED
010440             "  RESULTADO R$" WS-RESULT-ED
010450     DISPLAY "CONFIRMA A BAIXA E O LANCAMENTO NO LEDGER? (S/N):"
010460     ACCEPT WS-DECISAO
010470     IF WS-DECISAO NOT = "S" AND WS-DECISAO NOT = "s"
010480         DISPLAY "NADA ALTERADO"
010490         GO TO 2500-EXIT
010500     END-IF
010510     PERFORM 8200-CONFERE-CONTAS THRU 8200-EXIT
010520     IF NOT WS-CONTAS-OK
010530         DISPLAY "BAIXA CANCELADA"
010540         GO TO 2500-EXIT
010550     END-IF
010560     PERFORM 6000-OPEN-LEDGER
010570     MOVE SPACES TO WS-DESC-WK
010580     STRING "BAIXA ATIVO " WS-AT-ID(WS-AT-IDX)
010590         DELIMITED BY SIZE INTO WS-DESC-WK
010600     IF WS-VENDA-NUM > ZERO
010610         MOVE WS-CONTA-BANCO TO WS-IN-ACCOUNT
010620         MOVE "D" TO WS-DC-WK
010630         MOVE WS-VENDA-NUM TO WS-VALOR-NUM
010640         PERFORM 6100-GRAVA-LEDGER
010650     END-IF
010660     IF WS-AT-DEPREC-ACUM(WS-AT-IDX) > ZERO
010670         MOVE WS-CONTA-ACUMULADA TO WS-IN-ACCOUNT
010680         MOVE "D" TO WS-DC-WK
010690         MOVE WS-AT-DEPREC-ACUM(WS-AT-IDX) TO WS-VALOR-NUM
010700         PERFORM 6100-GRAVA-LEDGER
010710     END-IF
010720     MOVE WS-CONTA-IMOBILIZADO TO WS-IN-ACCOUNT
010730     MOVE "C" TO WS-DC-WK
010740     MOVE WS-AT-CUSTO(WS-AT-IDX) TO WS-VALOR-NUM
010750     PERFORM 6100-GRAVA-LEDGER
010760     IF WS-RESULTADO > ZERO
010770         MOVE WS-CONTA-GANHO TO WS-IN-ACCOUNT
010780         MOVE "C" TO WS-DC-WK
010790         MOVE WS-RESULTADO TO WS-VALOR-NUM
010800         PERFORM 6100-GRAVA-LEDGER
010810     END-IF
010820     IF WS-RESULTADO < ZERO
010830         COMPUTE WS-PERDA = ZERO - WS-RESULTADO
010840         MOVE WS-CONTA-PERDA TO WS-IN-ACCOUNT
010850         MOVE "D" TO WS-DC-WK
010860         MOVE WS-PERDA TO WS-VALOR-NUM
010870         PERFORM 6100-GRAVA-LEDGER
010880     END-IF
010890     CLOSE LEDGER-POSTING-FILE
010900     MOVE "B"          TO WS-AT-SITUACAO(WS-AT-IDX)
010910     MOVE WS-IN-DATA   TO WS-AT-BAIXA-DATA(WS-AT-IDX)
010920     MOVE WS-VENDA-NUM TO WS-AT-BAIXA-VALOR(WS-AT-IDX)
010930     MOVE WS-RESULTADO TO WS-AT-RESULTADO(WS-AT-IDX)
010940     ADD 1 TO WS-CHANGE-COUNT
010950     MOVE "BAIXA" TO WS-AUDIT-ACAO
010960     MOVE WS-VENDA-NUM TO WS-VALOR-NUM
010970     PERFORM 7000-WRITE-AUDIT-ATIVO
010980     DISPLAY "BEM BAIXADO E LANCADO NO LEDGER"
010990     IF WS-AT-VEIC-ID(WS-AT-IDX) NOT = SPACES
011000         DISPLAY "INATIVE O VEICULO " WS-AT-VEIC-ID(WS-AT-IDX)
011010                 " NO VEICMANT"
011020     END-IF.
011030 2500-EXIT.
011040     EXIT.
011050
011060******************************************************************
011070*  2600-QUADRO
011080*  QUADRO DO IMOBILIZADO (ATIVORPT): CADA BEM COM AQUISICAO,
011090*  CUSTO, ACUMULADA E VALOR CONTABIL; OS BAIXADOS COM A DATA, O
011100*  RECEBIDO E O RESULTADO. TOTAIS DOS BENS EM USO.
011110******************************************************************
011120 2600-QUADRO.
011130     MOVE ZERO TO WS-QR-CUSTO WS-QR-ACUM WS-QR-LIQUIDO
011140                  WS-QR-EM-USO WS-QR-BAIXADOS
011150     OPEN OUTPUT ASSET-REPORT-FILE
011160     MOVE SPACES TO REPORT-LINE
011170     STRING "QUADRO DO IMOBILIZADO - EMITIDO EM " WS-HOJE
011180            " - DEPRECIADO ATE " WS-ULT-RODADA
011190         DELIMITED BY SIZE INTO REPORT-LINE
011200     WRITE REPORT-LINE
011210     MOVE SPACES TO REPORT-LINE
011220     WRITE REPORT-LINE
011230     MOVE SPACES TO REPORT-LINE
011240     MOVE "BEM    DESCRICAO" TO REPORT-LINE(1:16)
011250     MOVE "AQUISIC." TO REPORT-LINE(29:8)
011260     MOVE "CUSTO" TO REPORT-LINE(45:5)
011270     MOVE "ACUMULADA" TO REPORT-LINE(54:9)
011280     MOVE "V. CONTABIL" TO REPORT-LINE(65:11)
011290     WRITE REPORT-LINE
011300     PERFORM 2650-QUADRO-UM THRU 2650-EXIT
011310         VARYING WS-SCAN FROM 1 BY 1
011320         UNTIL WS-SCAN > WS-AT-COUNT
011330     MOVE SPACES TO REPORT-LINE
011340     WRITE REPORT-LINE
011350     MOVE WS-QR-CUSTO TO WS-VALOR-ED
011360     MOVE WS-QR-ACUM TO WS-VALOR-ED2
011370     MOVE WS-QR-LIQUIDO TO WS-VALOR-ED3
011380     MOVE SPACES TO REPORT-LINE
011390     STRING "EM USO: " WS-QR-EM-USO
011400         DELIMITED BY SIZE INTO REPORT-LINE
011410     MOVE WS-VALOR-ED  TO REPORT-LINE(38:12)
011420     MOVE WS-VALOR-ED2 TO REPORT-LINE(51:12)
011430     MOVE WS-VALOR-ED3 TO REPORT-LINE(64:12)
011440     WRITE REPORT-LINE
011450     MOVE SPACES TO REPORT-LINE
011460     STRING "BAIXADOS: " WS-QR-BAIXADOS
011470         DELIMITED BY SIZE INTO REPORT-LINE
011480     WRITE REPORT-LINE
011490     CLOSE ASSET-REPORT-FILE
011500     DISPLAY "QUADRO GRAVADO EM ATIVORPT - EM USO: " WS-QR-EM-USO
011510             "  BAIXADOS: " WS-QR-BAIXADOS.
011520 2600-EXIT.
011530     EXIT.
011540
011550 2650-QUADRO-UM.
011560     SET WS-AT-IDX TO WS-SCAN
011570     COMPUTE WS-LIQUIDO = WS-AT-CUSTO(WS-AT-IDX)
011580                        - WS-AT-DEPREC-ACUM(WS-AT-IDX)
011590     MOVE WS-AT-CUSTO(WS-AT-IDX) TO WS-VALOR-ED
011600     MOVE WS-AT-DEPREC-ACUM(WS-AT-IDX) TO WS-VALOR-ED2
011610     MOVE WS-LIQUIDO TO WS-VALOR-ED3
011620     MOVE SPACES TO REPORT-LINE
011630     STRING WS-AT-ID(WS-AT-IDX) " " WS-AT-DESC(WS-AT-IDX) " "
011640            WS-AT-DATA-AQUIS(WS-AT-IDX) " " WS-VALOR-ED " "
011650            WS-VALOR-ED2 " " WS-VALOR-ED3
011660         DELIMITED BY SIZE INTO REPORT-LINE
011670     WRITE REPORT-LINE
011680     IF WS-AT-SITUACAO(WS-AT-IDX) = "B"
011690         ADD 1 TO WS-QR-BAIXADOS
011700         MOVE WS-AT-BAIXA-VALOR(WS-AT-IDX) TO WS-VALOR-ED
011710         MOVE WS-AT-RESULTADO(WS-AT-IDX) TO WS-RESULT-ED
011720         MOVE SPACES TO REPORT-LINE
011730         STRING "       BAIXADO EM " WS-AT-BAIXA-DATA(WS-AT-IDX)
011740                " RECEBIDO R$" WS-VALOR-ED
011750                " RESULTADO R$" WS-RESULT-ED
011760             DELIMITED BY SIZE INTO REPORT-LINE
011770         WRITE REPORT-LINE
011780         GO TO 2650-EXIT
011790     END-IF
011800     ADD 1 TO WS-QR-EM-USO
011810     ADD WS-AT-CUSTO(WS-AT-IDX) TO WS-QR-CUSTO
011820     ADD WS-AT-DEPREC-ACUM(WS-AT-IDX) TO WS-QR-ACUM
011830     ADD WS-LIQUIDO TO WS-QR-LIQUIDO.
011840 2650-EXIT.
011850     EXIT.
011860
011870******************************************************************
011880*  3000-FINALIZE
011890*  REGRAVA O IMOBILIZADO SE ALGO MUDOU E FECHA A AUDITORIA.
011900******************************************************************
011910 3000-FINALIZE.
011920     IF WS-CHANGE-COUNT > ZERO
011930         OPEN OUTPUT FIXED-ASSET-FILE
011940         PERFORM 3100-WRITE-ONE THRU 3100-EXIT
011950             VARYING WS-SCAN FROM 1 BY 1
011960             UNTIL WS-SCAN > WS-AT-COUNT
011970         CLOSE FIXED-ASSET-FILE
011980     END-IF
011990     CLOSE AUDIT-LOG-FILE
012000     DISPLAY "IMOBILIZADO GRAVADO - ALTERACOES: " WS-CHANGE-COUNT.
012010
012020 3100-WRITE-ONE.
012030     SET WS-AT-IDX TO WS-SCAN
012040     MOVE SPACES                       TO FIXED-ASSET-RECORD
012050     MOVE WS-AT-ID(WS-AT-IDX)          TO ATV-ID
012060     MOVE WS-AT-VEIC-ID(WS-AT-IDX)     TO ATV-VEIC-ID
012070     MOVE WS-AT-DESC(WS-AT-IDX)        TO ATV-DESC
012080     MOVE WS-AT-CUSTO(WS-AT-IDX)       TO ATV-CUSTO
012090     MOVE WS-AT-DATA-AQUIS(WS-AT-IDX)  TO ATV-DATA-AQUIS
012100     MOVE WS-AT-VIDA-MESES(WS-AT-IDX)  TO ATV-VIDA-MESES
012110     MOVE WS-AT-RESIDUAL(WS-AT-IDX)    TO ATV-RESIDUAL
012120     MOVE WS-AT-DEPREC-ACUM(WS-AT-IDX) TO ATV-DEPREC-ACUM
012130     MOVE WS-AT-ULT-MES(WS-AT-IDX)     TO ATV-ULT-MES
012140     MOVE WS-AT-SITUACAO(WS-AT-IDX)    TO ATV-SITUACAO
012150     MOVE WS-AT-BAIXA-DATA(WS-AT-IDX)  TO ATV-BAIXA-DATA
012160     MOVE WS-AT-BAIXA-VALOR(WS-AT-IDX) TO ATV-BAIXA-VALOR
012170     MOVE WS-AT-RESULTADO(WS-AT-IDX)   TO ATV-RESULTADO
012180     WRITE FIXED-ASSET-RECORD.
012190 3100-EXIT.
012200     EXIT.
012210
012220******************************************************************
012230*  5000-PROXIMO-MES
012240*  AVANCA WS-MES-PROX (AAAAMM) EM UM MES, VIRANDO O ANO.
012250******************************************************************
012260 5000-PROXIMO-MES.
012270     ADD 1 TO WS-MP-MES
012280     IF WS-MP-MES > 12
012290         MOVE 1 TO WS-MP-MES
012300         ADD 1 TO WS-MP-ANO
012310     END-IF.
012320
012330******************************************************************
012340*  6000-OPEN-LEDGER / 6100-GRAVA-LEDGER
012350*  ABRE O LEDGER EM MODO EXTEND (CRIANDO-O SE PRECISO) E GRAVA UM
012360*  LANCAMENTO: CONTA WS-IN-ACCOUNT, LADO WS-DC-WK, VALOR
012370*  WS-VALOR-NUM, DATA WS-IN-DATA E HISTORICO WS-DESC-WK.
012380******************************************************************
012390 6000-OPEN-LEDGER.
012400     OPEN EXTEND LEDGER-POSTING-FILE
012410     IF WS-LEDGER-FILE-STATUS = "35"
012420         OPEN OUTPUT LEDGER-POSTING-FILE
012430         CLOSE LEDGER-POSTING-FILE
012440         OPEN EXTEND LEDGER-POSTING-FILE
012450     END-IF.
012460
012470 6100-GRAVA-LEDGER.
012480     MOVE SPACES        TO LEDGER-POSTING-RECORD
012490     MOVE WS-IN-DATA    TO LED-POSTING-DATE
012500     MOVE WS-IN-ACCOUNT TO LED-ACCOUNT
012510     MOVE WS-DC-WK      TO LED-DC
012520     MOVE WS-VALOR-NUM  TO LED-AMOUNT
012530     MOVE WS-DESC-WK    TO LED-DESC
012532     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
012534                          LEDGER-POSTING-RECORD WS-PERIODO-SW
012536     IF NOT WS-PERIODO-RECUSADO
012540         WRITE LEDGER-POSTING-RECORD
012545     END-IF.
012550
012560******************************************************************
012570*  7000-WRITE-AUDIT-ATIVO
012580*  GRAVA A INCLUSAO OU A BAIXA DO BEM NA TRILHA DE AUDITORIA.
012590******************************************************************
012600 7000-WRITE-AUDIT-ATIVO.
012610     MOVE "ATIVOS"           TO AUDIT-PROGRAM-ID
012620     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
012630     ACCEPT AUDIT-TIME FROM TIME
012640     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
012650     MOVE WS-AT-ID(WS-AT-IDX) TO AUDIT-KEY
012660     MOVE WS-VALOR-NUM        TO WS-VALOR-ED
012670     MOVE SPACES              TO AUDIT-DETAIL
012680     STRING WS-AUDIT-ACAO DELIMITED BY SPACE
012690            " " WS-IN-DATA " R$" WS-VALOR-ED
012700            DELIMITED BY SIZE INTO AUDIT-DETAIL
012710     IF WS-AUDIT-ACAO = "BAIXA"
012720         MOVE WS-AT-RESULTADO(WS-AT-IDX) TO WS-RESULT-ED
012730         MOVE " RESULTADO" TO AUDIT-DETAIL(36:10)
012740         MOVE WS-RESULT-ED TO AUDIT-DETAIL(47:13)
012750     END-IF
012760     CALL "AUDITWR" USING AUDIT-RECORD.
012770
012780******************************************************************
012790*  7100-WRITE-AUDIT-DEPREC
012800*  GRAVA A DEPRECIACAO DO MES NA TRILHA DE AUDITORIA.
012810******************************************************************
012820 7100-WRITE-AUDIT-DEPREC.
012830     MOVE "ATIVOS"           TO AUDIT-PROGRAM-ID
012840     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
012850     ACCEPT AUDIT-TIME FROM TIME
012860     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
012870     MOVE WS-IN-MES           TO AUDIT-KEY
012880     MOVE WS-DP-TOTAL         TO WS-VALOR-ED
012890     MOVE WS-DP-RATEADO       TO WS-VALOR-ED2
012900     MOVE SPACES              TO AUDIT-DETAIL
012910     STRING "DEPRECIACAO R$" WS-VALOR-ED " ROTAS R$" WS-VALOR-ED2
012920            " BENS=" WS-DP-BENS
012930            DELIMITED BY SIZE INTO AUDIT-DETAIL
012940     CALL "AUDITWR" USING AUDIT-RECORD.
012950
012960******************************************************************
012970*  8000-FIND-ATIVO
012980*  PROCURA O BEM WS-IN-ID NO IMOBILIZADO (WS-AT-IDX FICA NELE).
012990******************************************************************
013000 8000-FIND-ATIVO.
013010     MOVE "N" TO WS-FOUND-SW
013020     PERFORM 8010-MATCH-ATIVO THRU 8010-EXIT
013030         VARYING WS-SCAN2 FROM 1 BY 1
013040         UNTIL WS-SCAN2 > WS-AT-COUNT OR WS-FOUND.
013050 8000-EXIT.
013060     EXIT.
013070
013080 8010-MATCH-ATIVO.
013090     SET WS-AT-IDX TO WS-SCAN2
013100     IF WS-AT-ID(WS-AT-IDX) = WS-IN-ID
013110         MOVE "Y" TO WS-FOUND-SW
013120     END-IF.
013130 8010-EXIT.
013140     EXIT.
013150
013160 8100-FIND-VEICULO.
013170     MOVE "N" TO WS-FOUND-SW
013180     PERFORM 8110-MATCH-VEICULO THRU 8110-EXIT
013190         VARYING WS-SCAN2 FROM 1 BY 1
013200         UNTIL WS-SCAN2 > WS-VE-COUNT OR WS-FOUND.
013210 8100-EXIT.
013220     EXIT.
013230
013240 8110-MATCH-VEICULO.
013250     SET WS-VE-IDX TO WS-SCAN2
013260     IF WS-VE-ID(WS-VE-IDX) = WS-VEIC-WK
013270         MOVE "Y" TO WS-FOUND-SW
013280     END-IF.
013290 8110-EXIT.
013300     EXIT.
013310
013320******************************************************************
013330*  8200-CONFERE-CONTAS
013340*  AS CONTAS DO IMOBILIZADO TEM DE ESTAR ATIVAS NO COAMAST ANTES
013350*  DE QUALQUER LANCAMENTO; A QUE FALTAR E MOSTRADA.
013360******************************************************************
013370 8200-CONFERE-CONTAS.
013380     MOVE "Y" TO WS-CONTAS-OK-SW
013390     MOVE WS-CONTA-IMOBILIZADO TO WS-IN-ACCOUNT
013400     PERFORM 8250-CONFERE-UMA THRU 8250-EXIT
013410     MOVE WS-CONTA-ACUMULADA TO WS-IN-ACCOUNT
013420     PERFORM 8250-CONFERE-UMA THRU 8250-EXIT
013430     MOVE WS-CONTA-DESPESA TO WS-IN-ACCOUNT
013440     PERFORM 8250-CONFERE-UMA THRU 8250-EXIT
013450     MOVE WS-CONTA-GANHO TO WS-IN-ACCOUNT
013460     PERFORM 8250-CONFERE-UMA THRU 8250-EXIT
013470     MOVE WS-CONTA-PERDA TO WS-IN-ACCOUNT
013480     PERFORM 8250-CONFERE-UMA THRU 8250-EXIT
013490     MOVE WS-CONTA-BANCO TO WS-IN-ACCOUNT
013500     PERFORM 8250-CONFERE-UMA THRU 8250-EXIT.
013510 8200-EXIT.
013520     EXIT.
013530
013540 8250-CONFERE-UMA.
013550     MOVE "N" TO WS-COA-OK-SW
013560     PERFORM 8260-MATCH-CONTA THRU 8260-EXIT
013570         VARYING WS-CO-IDX FROM 1 BY 1
013580         UNTIL WS-CO-IDX > WS-COA-COUNT OR WS-COA-OK
013590     IF NOT WS-COA-OK
013600         DISPLAY "CONTA " WS-IN-ACCOUNT
013610                 " FORA DO PLANO OU ENCERRADA NO COAMAST"
013620         MOVE "N" TO WS-CONTAS-OK-SW
013630     END-IF.
013640 8250-EXIT.
013650     EXIT.
013660
013670 8260-MATCH-CONTA.
013680     IF WS-CO-ACCOUNT(WS-CO-IDX) = WS-IN-ACCOUNT
013690         AND (WS-CO-ACTIVE(WS-CO-IDX) = "A"
013700              OR WS-CO-ACTIVE(WS-CO-IDX) = SPACE)
013710         MOVE "Y" TO WS-COA-OK-SW
013720     END-IF.
013730 8260-EXIT.
013740     EXIT.
