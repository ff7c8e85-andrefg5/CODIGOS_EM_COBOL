000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FROTAMAN.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - MANUTENCAO PREVENTIVA DA FROTA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  FROTAMAN.CBL
000090*  MANUTENCAO PREVENTIVA DA FROTA POR KM RODADO E POR DATA. O
000100*  VEICMAST SO TINHA ASSENTOS E SITUACAO - TROCA DE OLEO E
000110*  INSPECAO PASSAVAM DO PRAZO ATE O ONIBUS QUEBRAR NA ROTA.
000120*    K - APURA OS KM DE UM DIA: CADA PARTIDA DO DIA NO TICKETS
000130*        (TICKET-TRIP-ID, REVERSOES FORA) RODA UMA VEZ A EXTENSAO
000140*        DA ROTA (MAIOR DISTANCIA DA ROTA NO STOPMAST) NO VEICULO
000150*        ATRIBUIDO A ELA NO TRIPVEIC; GRAVA NO FROTAKM (COPYBOOK
000160*        FROTAKMREC) UM REGISTRO DIARIO POR VEICULO. O MESMO DIA
000170*        NAO E APURADO DUAS VEZES.
000180*    O - LEITURA DO ODOMETRO NO PAINEL (IMPLANTACAO OU ACERTO),
000190*        VALENDO PARA O FIM DO DIA INFORMADO; SO OS DIAS APURADOS
000200*        DEPOIS DELE SOMAM NO ODOMETRO.
000210*    P - PLANO POR TIPO DE VEICULO (MANPLANO, COPYBOOK
000220*        MANPLANREC): INTERVALO EM KM E EM DIAS DE CADA SERVICO,
000230*        MARCANDO AS INSPECOES DE SEGURANCA.
000240*    S - REGISTRA O SERVICO CONCLUIDO NO MANUTLOG (COPYBOOK
000250*        MANUTREC) COM O CUSTO, QUE E LANCADO NO ROTACUST
000260*        (CATEGORIA MANUTENCAO) RATEADO ENTRE AS ROTAS DAS
000270*        PARTIDAS DO VEICULO NO TRIPVEIC PELA EXTENSAO DE CADA
000280*        UMA.
000290*    R - RELATORIO (MANURPT) DOS SERVICOS VENCIDOS E A VENCER.
000300*  SERVICO NUNCA REGISTRADO PARA O VEICULO CONTA COMO VENCIDO -
000310*  NA IMPLANTACAO, REGISTRA-SE O ULTIMO SERVICO FEITO (CUSTO
000320*  ZERO). O VEICMANT RECUSA ATRIBUIR PARTIDA A VEICULO COM
000330*  INSPECAO DE SEGURANCA VENCIDA.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEICMAST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS  IS WS-VEIC-FILE-STATUS.
000450     SELECT TRIP-VEHICLE-FILE ASSIGN TO "TRIPVEIC"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS WS-TRV-FILE-STATUS.
000480     SELECT STOP-MASTER-FILE ASSIGN TO "STOPMAST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS  IS WS-STOP-FILE-STATUS.
000510     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000540     SELECT MAINT-PLAN-FILE ASSIGN TO "MANPLANO"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS  IS WS-PLANO-FILE-STATUS.
000570     SELECT FLEET-KM-FILE ASSIGN TO "FROTAKM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS  IS WS-FKM-FILE-STATUS.
000600     SELECT MAINT-LOG-FILE ASSIGN TO "MANUTLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS  IS WS-MNT-FILE-STATUS.
000630     SELECT ROUTE-COST-FILE ASSIGN TO "ROTACUST"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS  IS WS-CUSTO-FILE-STATUS.
000660     SELECT MAINT-REPORT-FILE ASSIGN TO "MANURPT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  VEHICLE-MASTER-FILE
000740     RECORDING MODE IS F.
000750     COPY VEICREC.
000760 FD  TRIP-VEHICLE-FILE
000770     RECORDING MODE IS F.
000780     COPY TRIPVEICREC.
000790 FD  STOP-MASTER-FILE
000800     RECORDING MODE IS F.
000810     COPY STOPREC.
000820 FD  TICKETS-FILE
000830     RECORDING MODE IS F.
000840     COPY TICKETREC.
000850 FD  MAINT-PLAN-FILE
000860     RECORDING MODE IS F.
000870     COPY MANPLANREC.
000880 FD  FLEET-KM-FILE
000890     RECORDING MODE IS F.
000900     COPY FROTAKMREC.
000910 FD  MAINT-LOG-FILE
000920     RECORDING MODE IS F.
000930     COPY MANUTREC.
000940 FD  ROUTE-COST-FILE
000950     RECORDING MODE IS F.
000960     COPY CUSTOREC.
000970 FD  MAINT-REPORT-FILE
000980     RECORDING MODE IS F.
000990 01  REPORT-LINE                 PIC X(80).
001000 FD  AUDIT-LOG-FILE
001010     RECORDING MODE IS F.
001020     COPY AUDITREC.
001030 WORKING-STORAGE SECTION.
001040 01  WS-SWITCHES.
001050     05  WS-VEIC-FILE-STATUS     PIC X(02)   VALUE "00".
001060     05  WS-TRV-FILE-STATUS      PIC X(02)   VALUE "00".
001070     05  WS-STOP-FILE-STATUS     PIC X(02)   VALUE "00".
001080     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
001090     05  WS-PLANO-FILE-STATUS    PIC X(02)   VALUE "00".
001100     05  WS-FKM-FILE-STATUS      PIC X(02)   VALUE "00".
001110     05  WS-MNT-FILE-STATUS      PIC X(02)   VALUE "00".
001120     05  WS-CUSTO-FILE-STATUS    PIC X(02)   VALUE "00".
001130     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001140     05  WS-VEIC-EOF-SW          PIC X(01)   VALUE "N".
001150         88  WS-VEIC-EOF                     VALUE "Y".
001160     05  WS-TRV-EOF-SW           PIC X(01)   VALUE "N".
001170         88  WS-TRV-EOF                      VALUE "Y".
001180     05  WS-STOP-EOF-SW          PIC X(01)   VALUE "N".
001190         88  WS-STOP-EOF                     VALUE "Y".
001200     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
001210         88  WS-TICKET-EOF                   VALUE "Y".
001220     05  WS-PLANO-EOF-SW         PIC X(01)   VALUE "N".
001230         88  WS-PLANO-EOF                    VALUE "Y".
001240     05  WS-FKM-EOF-SW           PIC X(01)   VALUE "N".
001250         88  WS-FKM-EOF                      VALUE "Y".
001260     05  WS-MNT-EOF-SW           PIC X(01)   VALUE "N".
001270         88  WS-MNT-EOF                      VALUE "Y".
001280     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
001290         88  WS-EXIT                         VALUE "Y".
001300     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001310         88  WS-SIGNON-VALID                 VALUE "Y".
001320     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001330         88  WS-FOUND                        VALUE "Y".
001340     05  WS-VALOR-VALID-SW       PIC X(01)   VALUE "N".
001350         88  WS-VALOR-VALID                  VALUE "Y".
001360 01  WS-MSG-CODE-WK              PIC X(08).
001370 01  WS-MSG-TEXT-WK              PIC X(60).
001380 01  WS-OPERATOR-ID              PIC X(08).
001390 01  WS-OPERATOR-PIN             PIC X(04).
001400 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001410 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001420     88  WS-AUTHORIZED                       VALUE "Y".
001430 01  WS-ACAO                     PIC X(01).
001440 01  WS-IN-DATA                  PIC X(08).
001450 01  WS-IN-VEIC                  PIC X(06).
001460 01  WS-IN-TIPO                  PIC X(02).
001470 01  WS-IN-SERVICO               PIC X(04).
001480 01  WS-IN-DESC                  PIC X(20).
001490 01  WS-IN-KM                    PIC X(07).
001500 01  WS-IN-INTERVALO             PIC X(06).
001510 01  WS-IN-DIAS                  PIC X(04).
001520 01  WS-IN-SEGURANCA             PIC X(01).
001530 01  WS-IN-VALOR                 PIC X(10).
001540 01  WS-IN-OBS                   PIC X(20).
001550 01  WS-IN-ROTA                  PIC X(03).
001560 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001570 01  WS-VALOR-NUM                PIC 9(07)V99.
001580 01  WS-KM-NUM                   PIC 9(07)V9.
001590 01  WS-PLANO-ACAO               PIC X(08).
001600 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001610 01  WS-SCAN                     PIC 9(03).
001620 01  WS-SCAN2                    PIC 9(03).
001630 01  WS-HOJE                     PIC X(08).
001640 01  WS-DATA-NUM                 PIC 9(08).
001650 01  WS-INT-HOJE                 PIC 9(07).
001660 01  WS-INT-WK                   PIC 9(07).
001670******************************************************************
001680*  AVISO DE VENCIMENTO: O SERVICO ENTRA COMO "A VENCER" QUANDO
001690*  FALTAM ATE 1000 KM OU ATE 15 DIAS PARA O LIMITE DO PLANO.
001700******************************************************************
001710 01  WS-AVISO-KM                 PIC 9(05)   VALUE 1000.
001720 01  WS-AVISO-DIAS               PIC 9(03)   VALUE 15.
001730******************************************************************
001740*  SITUACAO DE UM SERVICO DO PLANO PARA UM VEICULO (5000).
001750******************************************************************
001760 01  WS-SITUACAO-SW              PIC X(01).
001770     88  WS-SIT-VENCIDO                      VALUE "V".
001780     88  WS-SIT-A-VENCER                     VALUE "A".
001790     88  WS-SIT-EM-DIA                       VALUE "E".
001800 01  WS-SEM-REGISTRO-SW          PIC X(01).
001810     88  WS-SEM-REGISTRO                     VALUE "Y".
001820 01  WS-ULT-DATA                 PIC X(08).
001830 01  WS-ULT-KM                   PIC 9(07)V9.
001840 01  WS-PROX-KM                  PIC 9(07)V9.
001850 01  WS-PROX-DATA                PIC X(08).
001860 01  WS-INT-PROX                 PIC 9(07).
001870******************************************************************
001880*  APURACAO DO DIA (K) E RATEIO DO CUSTO (S).
001890******************************************************************
001900 01  WS-DIA-PARTIDAS             PIC 9(05).
001910 01  WS-DIA-KM                   PIC 9(07)V9.
001920 01  WS-DIA-VEICULOS             PIC 9(03).
001930 01  WS-SEM-VEICULO              PIC 9(05).
001940 01  WS-SEM-EXTENSAO             PIC 9(05).
001950 01  WS-PD-DROPPED               PIC 9(05).
001960 01  WS-EXTENSAO-WK              PIC 9(03)V9.
001970 01  WS-RA-TOTAL-PESO            PIC 9(07)V9.
001980 01  WS-RA-TOTAL-PART            PIC 9(05).
001990 01  WS-RA-LANCADO               PIC 9(07)V99.
002000 01  WS-RA-ROTAS                 PIC 9(03).
002005 01  WS-RA-ULTIMA                PIC 9(03).
002010******************************************************************
002020*  TOTAIS DO RELATORIO E CAMPOS EDITADOS.
002030******************************************************************
002040 01  WS-RL-VENCIDOS              PIC 9(05).
002050 01  WS-RL-A-VENCER              PIC 9(05).
002060 01  WS-RL-SEGURANCA             PIC 9(05).
002070 01  WS-RL-SEM-TIPO              PIC 9(03).
002080 01  WS-RL-SITUACAO              PIC X(09).
002090 01  WS-KM-ED                    PIC ZZZZZZ9.
002100 01  WS-KM-ED2                   PIC ZZZZZZ9.
002110 01  WS-KM-ED3                   PIC ZZZZZZ9.
002120 01  WS-KMD-ED                   PIC ZZZZZZ9.9.
002130 01  WS-VALOR-ED                 PIC ZZZZZZ9.99.
002140 01  WS-PART-ED                  PIC ZZZZ9.
002150
002160******************************************************************
002170*  CADASTROS EM MEMORIA. O PLANO E REGRAVADO INTEIRO NA SAIDA
002180*  (MESMO PADRAO DO VEICMANT); FROTAKM, MANUTLOG E ROTACUST SO
002190*  RECEBEM REGISTROS NOVOS, GRAVADOS NA HORA.
002200******************************************************************
002210 01  WS-VE-TABLE.
002220     05  WS-VE-ENTRY OCCURS 50 TIMES
002230                     INDEXED BY WS-VE-IDX.
002240         10  WS-VE-ID            PIC X(06).
002250         10  WS-VE-DESC          PIC X(20).
002260         10  WS-VE-TIPO          PIC X(02).
002270         10  WS-VE-ACTIVE        PIC X(01).
002280         10  WS-VE-KM            PIC 9(07)V9.
002290         10  WS-VE-LEIT-DATA     PIC X(08).
002300         10  WS-VE-DIA-PART      PIC 9(03).
002310         10  WS-VE-DIA-KM        PIC 9(05)V9.
002320 01  WS-VE-COUNT                 PIC 9(03)   VALUE ZERO.
002330 01  WS-PL-TABLE.
002340     05  WS-PL-ENTRY OCCURS 50 TIMES
002350                     INDEXED BY WS-PL-IDX.
002360         10  WS-PL-TIPO          PIC X(02).
002370         10  WS-PL-SERVICO       PIC X(04).
002380         10  WS-PL-DESC          PIC X(20).
002390         10  WS-PL-KM            PIC 9(06).
002400         10  WS-PL-DIAS          PIC 9(04).
002410         10  WS-PL-SEGURANCA     PIC X(01).
002420 01  WS-PL-COUNT                 PIC 9(03)   VALUE ZERO.
002430 01  WS-MT-TABLE.
002440     05  WS-MT-ENTRY OCCURS 200 TIMES
002450                     INDEXED BY WS-MT-IDX.
002460         10  WS-MT-VEIC          PIC X(06).
002470         10  WS-MT-SERVICO       PIC X(04).
002480         10  WS-MT-DATA          PIC X(08).
002490         10  WS-MT-KM            PIC 9(07)V9.
002500 01  WS-MT-COUNT                 PIC 9(03)   VALUE ZERO.
002510 01  WS-TV-TABLE.
002520     05  WS-TV-ENTRY OCCURS 200 TIMES
002530                     INDEXED BY WS-TV-IDX.
002540         10  WS-TV-TRIP          PIC X(12).
002550         10  WS-TV-VEIC          PIC X(06).
002560 01  WS-TV-COUNT                 PIC 9(03)   VALUE ZERO.
002570 01  WS-ST-TABLE.
002580     05  WS-ST-ENTRY OCCURS 50 TIMES
002590                     INDEXED BY WS-ST-IDX.
002600         10  WS-ST-ROTA          PIC X(03).
002610         10  WS-ST-KM            PIC 9(03)V9.
002620 01  WS-ST-COUNT                 PIC 9(03)   VALUE ZERO.
002630 01  WS-PD-TABLE.
002640     05  WS-PD-ENTRY OCCURS 300 TIMES
002650                     INDEXED BY WS-PD-IDX.
002660         10  WS-PD-TRIP          PIC X(12).
002670 01  WS-PD-COUNT                 PIC 9(03)   VALUE ZERO.
002680 01  WS-RA-TABLE.
002690     05  WS-RA-ENTRY OCCURS 20 TIMES
002700                     INDEXED BY WS-RA-IDX.
002710         10  WS-RA-ROTA          PIC X(03).
002720         10  WS-RA-PESO          PIC 9(07)V9.
002730         10  WS-RA-PARTIDAS      PIC 9(03).
002740         10  WS-RA-VALOR         PIC 9(07)V99.
002750 01  WS-RA-COUNT                 PIC 9(03)   VALUE ZERO.
002760 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
002770     88  WS-OVERFLOW                         VALUE "Y".
002780
002790 PROCEDURE DIVISION.
002800
002810 0000-MAINLINE.
002820     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002830*    ROTINA DE CADASTRO - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
002840     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002850                         WS-AUTHORIZED-SW
002860     IF NOT WS-AUTHORIZED
002870         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002880         MOVE 8 TO RETURN-CODE
002890         STOP RUN
002900     END-IF
002910     PERFORM 1000-INITIALIZE
002920     IF WS-OVERFLOW
002930         DISPLAY "CADASTRO MAIOR QUE AS TABELAS - EXECUCAO"
002940                 " RECUSADA, NADA ALTERADO"
002950         MOVE 8 TO RETURN-CODE
002960         STOP RUN
002970     END-IF
002980     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002990         UNTIL WS-EXIT
003000     PERFORM 3000-FINALIZE
003010     STOP RUN.
003020
003030******************************************************************
003040*  0010-SIGN-ON
003050*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
003060*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
003070******************************************************************
003080 0010-SIGN-ON.
003090     MOVE "N" TO WS-SIGNON-VALID-SW
003100     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
003110         UNTIL WS-SIGNON-VALID.
003120 0010-EXIT.
003130     EXIT.
003140
003150 0020-PROMPT-SIGNON.
003160     MOVE "SGN-001" TO WS-MSG-CODE-WK
003170     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003180     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003190     ACCEPT WS-OPERATOR-ID
003200     MOVE "SGN-002" TO WS-MSG-CODE-WK
003210     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003220     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003230     ACCEPT WS-OPERATOR-PIN
003240     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003250                           WS-SIGNON-VALID-SW
003260     IF NOT WS-SIGNON-VALID
003270         MOVE "SGN-003" TO WS-MSG-CODE-WK
003280         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003290         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003300     END-IF.
003310 0020-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*  1000-INITIALIZE
003360*  CARREGA VEICULOS, PLANO, ATRIBUICOES E EXTENSAO DAS ROTAS, E
003370*  MONTA O ODOMETRO (FROTAKM) E O ULTIMO SERVICO (MANUTLOG) DE
003380*  CADA VEICULO. ABRE A AUDITORIA.
003390******************************************************************
003400 1000-INITIALIZE.
003410     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003420     MOVE WS-HOJE TO WS-DATA-NUM
003430     COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
003440     OPEN INPUT VEHICLE-MASTER-FILE
003450     IF WS-VEIC-FILE-STATUS NOT = "00"
003460         MOVE "Y" TO WS-VEIC-EOF-SW
003470     ELSE
003480         PERFORM 1100-LOAD-VEIC-ENTRY THRU 1100-EXIT
003490             UNTIL WS-VEIC-EOF
003500         CLOSE VEHICLE-MASTER-FILE
003510     END-IF
003520     OPEN INPUT MAINT-PLAN-FILE
003530     IF WS-PLANO-FILE-STATUS NOT = "00"
003540         MOVE "Y" TO WS-PLANO-EOF-SW
003550     ELSE
003560         PERFORM 1200-LOAD-PLANO THRU 1200-EXIT
003570             UNTIL WS-PLANO-EOF
003580         CLOSE MAINT-PLAN-FILE
003590     END-IF
003600     OPEN INPUT TRIP-VEHICLE-FILE
003610     IF WS-TRV-FILE-STATUS NOT = "00"
003620         MOVE "Y" TO WS-TRV-EOF-SW
003630     ELSE
003640         PERFORM 1300-LOAD-TRV-ENTRY THRU 1300-EXIT
003650             UNTIL WS-TRV-EOF
003660         CLOSE TRIP-VEHICLE-FILE
003670     END-IF
003680     OPEN INPUT STOP-MASTER-FILE
003690     IF WS-STOP-FILE-STATUS NOT = "00"
003700         MOVE "Y" TO WS-STOP-EOF-SW
003710     ELSE
003720         PERFORM 1400-LOAD-EXTENSAO THRU 1400-EXIT
003730             UNTIL WS-STOP-EOF
003740         CLOSE STOP-MASTER-FILE
003750     END-IF
003760     OPEN INPUT FLEET-KM-FILE
003770     IF WS-FKM-FILE-STATUS NOT = "00"
003780         MOVE "Y" TO WS-FKM-EOF-SW
003790     ELSE
003800         PERFORM 1500-LOAD-ODOMETRO THRU 1500-EXIT
003810             UNTIL WS-FKM-EOF
003820         CLOSE FLEET-KM-FILE
003830     END-IF
003840     OPEN INPUT MAINT-LOG-FILE
003850     IF WS-MNT-FILE-STATUS NOT = "00"
003860         MOVE "Y" TO WS-MNT-EOF-SW
003870     ELSE
003880         PERFORM 1600-LOAD-SERVICO THRU 1600-EXIT
003890             UNTIL WS-MNT-EOF
003900         CLOSE MAINT-LOG-FILE
003910     END-IF
003920     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
003930
003940 1100-LOAD-VEIC-ENTRY.
003950     READ VEHICLE-MASTER-FILE
003960         AT END
003970             MOVE "Y" TO WS-VEIC-EOF-SW
003980             GO TO 1100-EXIT
003990     END-READ
004000     IF WS-VE-COUNT >= 50
004010         MOVE "Y" TO WS-OVERFLOW-SW
004020         GO TO 1100-EXIT
004030     END-IF
004040     ADD 1 TO WS-VE-COUNT
004050     SET WS-VE-IDX TO WS-VE-COUNT
004060     MOVE VEIC-ID     TO WS-VE-ID(WS-VE-IDX)
004070     MOVE VEIC-DESC   TO WS-VE-DESC(WS-VE-IDX)
004080     MOVE VEIC-TIPO   TO WS-VE-TIPO(WS-VE-IDX)
004090     MOVE VEIC-ACTIVE TO WS-VE-ACTIVE(WS-VE-IDX)
004100     MOVE SPACES      TO WS-VE-LEIT-DATA(WS-VE-IDX)
004110     MOVE ZERO        TO WS-VE-KM(WS-VE-IDX)
004120                         WS-VE-DIA-PART(WS-VE-IDX)
004130                         WS-VE-DIA-KM(WS-VE-IDX).
004140 1100-EXIT.
004150     EXIT.
004160
004170 1200-LOAD-PLANO.
004180     READ MAINT-PLAN-FILE
004190         AT END
004200             MOVE "Y" TO WS-PLANO-EOF-SW
004210             GO TO 1200-EXIT
004220     END-READ
004230     IF WS-PL-COUNT >= 50
004240         MOVE "Y" TO WS-OVERFLOW-SW
004250         GO TO 1200-EXIT
004260     END-IF
004270     ADD 1 TO WS-PL-COUNT
004280     SET WS-PL-IDX TO WS-PL-COUNT
004290     MOVE MPL-TIPO      TO WS-PL-TIPO(WS-PL-IDX)
004300     MOVE MPL-SERVICO   TO WS-PL-SERVICO(WS-PL-IDX)
004310     MOVE MPL-DESC      TO WS-PL-DESC(WS-PL-IDX)
004320     MOVE MPL-KM        TO WS-PL-KM(WS-PL-IDX)
004330     MOVE MPL-DIAS      TO WS-PL-DIAS(WS-PL-IDX)
004340     MOVE MPL-SEGURANCA TO WS-PL-SEGURANCA(WS-PL-IDX).
004350 1200-EXIT.
004360     EXIT.
004370
004380 1300-LOAD-TRV-ENTRY.
004390     READ TRIP-VEHICLE-FILE
004400         AT END
004410             MOVE "Y" TO WS-TRV-EOF-SW
004420             GO TO 1300-EXIT
004430     END-READ
004440     IF WS-TV-COUNT >= 200
004450         MOVE "Y" TO WS-OVERFLOW-SW
004460         GO TO 1300-EXIT
004470     END-IF
004480     ADD 1 TO WS-TV-COUNT
004490     SET WS-TV-IDX TO WS-TV-COUNT
004500     MOVE TRV-TRIP-ID TO WS-TV-TRIP(WS-TV-IDX)
004510     MOVE TRV-VEIC-ID TO WS-TV-VEIC(WS-TV-IDX).
004520 1300-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*  1400-LOAD-EXTENSAO
004570*  A EXTENSAO DA ROTA E A MAIOR DISTANCIA ACUMULADA ENTRE AS
004580*  PARADAS DELA NO STOPMAST (A DA ULTIMA PARADA).
004590******************************************************************
004600 1400-LOAD-EXTENSAO.
004610     READ STOP-MASTER-FILE
004620         AT END
004630             MOVE "Y" TO WS-STOP-EOF-SW
004640             GO TO 1400-EXIT
004650     END-READ
004660     IF STOP-DIST-KM NOT NUMERIC
004670         GO TO 1400-EXIT
004680     END-IF
004690     MOVE STOP-ROTA TO WS-IN-ROTA
004700     PERFORM 8300-FIND-EXTENSAO THRU 8300-EXIT
004710     IF NOT WS-FOUND
004720         IF WS-ST-COUNT >= 50
004730             MOVE "Y" TO WS-OVERFLOW-SW
004740             GO TO 1400-EXIT
004750         END-IF
004760         ADD 1 TO WS-ST-COUNT
004770         SET WS-ST-IDX TO WS-ST-COUNT
004780         MOVE STOP-ROTA TO WS-ST-ROTA(WS-ST-IDX)
004790         MOVE ZERO      TO WS-ST-KM(WS-ST-IDX)
004800     END-IF
004810     IF STOP-DIST-KM > WS-ST-KM(WS-ST-IDX)
004820         MOVE STOP-DIST-KM TO WS-ST-KM(WS-ST-IDX)
004830     END-IF.
004840 1400-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*  1500-LOAD-ODOMETRO
004890*  LEITURA SUBSTITUI O ACUMULADO DO VEICULO; DIARIO DE DIA
004900*  POSTERIOR AO DA LEITURA SOMA (O ANTERIOR JA ESTA NO PAINEL).
004910******************************************************************
004920 1500-LOAD-ODOMETRO.
004930     READ FLEET-KM-FILE
004940         AT END
004950             MOVE "Y" TO WS-FKM-EOF-SW
004960             GO TO 1500-EXIT
004970     END-READ
004980     IF FKM-KM NOT NUMERIC
004990         GO TO 1500-EXIT
005000     END-IF
005010     MOVE FKM-VEIC-ID TO WS-IN-VEIC
005020     PERFORM 8100-FIND-VEICULO THRU 8100-EXIT
005030     IF NOT WS-FOUND
005040         GO TO 1500-EXIT
005050     END-IF
005060     IF FKM-LEITURA
005070         MOVE FKM-KM   TO WS-VE-KM(WS-VE-IDX)
005080         MOVE FKM-DATA TO WS-VE-LEIT-DATA(WS-VE-IDX)
005090     ELSE
005100         IF FKM-DATA > WS-VE-LEIT-DATA(WS-VE-IDX)
005110             ADD FKM-KM TO WS-VE-KM(WS-VE-IDX)
005120         END-IF
005130     END-IF.
005140 1500-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180*  1600-LOAD-SERVICO
005190*  GUARDA O ULTIMO SERVICO DE CADA VEICULO + SERVICO (O DE DATA
005200*  MAIS RECENTE; NA MESMA DATA, O GRAVADO POR ULTIMO).
005210******************************************************************
005220 1600-LOAD-SERVICO.
005230     READ MAINT-LOG-FILE
005240         AT END
005250             MOVE "Y" TO WS-MNT-EOF-SW
005260             GO TO 1600-EXIT
005270     END-READ
005280     IF MNT-KM NOT NUMERIC
005290         GO TO 1600-EXIT
005300     END-IF
005310     MOVE MNT-VEIC-ID TO WS-IN-VEIC
005320     MOVE MNT-SERVICO TO WS-IN-SERVICO
005330     PERFORM 8400-FIND-ULTIMO THRU 8400-EXIT
005340     IF NOT WS-FOUND
005350         IF WS-MT-COUNT >= 200
005360             MOVE "Y" TO WS-OVERFLOW-SW
005370             GO TO 1600-EXIT
005380         END-IF
005390         ADD 1 TO WS-MT-COUNT
005400         SET WS-MT-IDX TO WS-MT-COUNT
005410         MOVE MNT-VEIC-ID TO WS-MT-VEIC(WS-MT-IDX)
005420         MOVE MNT-SERVICO TO WS-MT-SERVICO(WS-MT-IDX)
005430         MOVE SPACES      TO WS-MT-DATA(WS-MT-IDX)
005440     END-IF
005450     IF MNT-DATA NOT < WS-MT-DATA(WS-MT-IDX)
005460         MOVE MNT-DATA TO WS-MT-DATA(WS-MT-IDX)
005470         MOVE MNT-KM   TO WS-MT-KM(WS-MT-IDX)
005480     END-IF.
005490 1600-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530*  0100-OPEN-AUDIT-LOG-FILE
005540*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
005550*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
005560******************************************************************
005570 0100-OPEN-AUDIT-LOG-FILE.
005580     OPEN EXTEND AUDIT-LOG-FILE
005590     IF WS-AUDIT-FILE-STATUS = "35"
005600         OPEN OUTPUT AUDIT-LOG-FILE
005610         CLOSE AUDIT-LOG-FILE
005620         OPEN EXTEND AUDIT-LOG-FILE
005630     END-IF.
005640
005650******************************************************************
005660*  2000-SHOW-MENU
005670*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
005680******************************************************************
005690 2000-SHOW-MENU.
005700     DISPLAY " "
005710     DISPLAY "MANUTENCAO PREVENTIVA DA FROTA - ESCOLHA A ACAO:"
005720     DISPLAY "  K - APURAR OS KM DAS PARTIDAS DE UM DIA"
005730     DISPLAY "  O - LEITURA DO ODOMETRO"
005740     DISPLAY "  P - PLANO POR TIPO DE VEICULO"
005750     DISPLAY "  S - REGISTRAR SERVICO CONCLUIDO"
005760     DISPLAY "  R - RELATORIO DE VENCIMENTOS"
005770     DISPLAY "  X - SAIR E GRAVAR"
005780     ACCEPT WS-ACAO
005790     EVALUATE WS-ACAO
005800         WHEN "K"
005810         WHEN "k"
005820             PERFORM 2100-APURA-KM THRU 2100-EXIT
005830         WHEN "O"
005840         WHEN "o"
005850             PERFORM 2200-LEITURA-ODOMETRO THRU 2200-EXIT
005860         WHEN "P"
005870         WHEN "p"
005880             PERFORM 2300-MANTEM-PLANO THRU 2300-EXIT
005890         WHEN "S"
005900         WHEN "s"
005910             PERFORM 2400-REGISTRA-SERVICO THRU 2400-EXIT
005920         WHEN "R"
005930         WHEN "r"
005940             PERFORM 2500-RELATORIO THRU 2500-EXIT
005950         WHEN "X"
005960         WHEN "x"
005970             MOVE "Y" TO WS-EXIT-SW
005980         WHEN OTHER
005990             DISPLAY "ACAO INVALIDA"
006000     END-EVALUATE.
006010 2000-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050*  2050-PEDE-DATA
006060*  PEDE UMA DATA (BRANCO = HOJE) E A CONFERE; DATA INVALIDA OU
006070*  FUTURA VOLTA EM BRANCO.
006080******************************************************************
006090 2050-PEDE-DATA.
006100     ACCEPT WS-IN-DATA
006110     IF WS-IN-DATA = SPACES
006120         MOVE WS-HOJE TO WS-IN-DATA
006130     END-IF
006140     IF WS-IN-DATA NOT NUMERIC
006150         MOVE SPACES TO WS-IN-DATA
006160         GO TO 2050-EXIT
006170     END-IF
006180     MOVE WS-IN-DATA TO WS-DATA-NUM
006190     COMPUTE WS-INT-WK = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
006200     IF WS-INT-WK = ZERO OR WS-INT-WK > WS-INT-HOJE
006210         MOVE SPACES TO WS-IN-DATA
006220     END-IF.
006230 2050-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270*  2100-APURA-KM
006280*  APURA OS KM DAS PARTIDAS DE UM DIA: CADA TRIP-ID DISTINTO DO
006290*  DIA NO TICKETS (PELA DATA DE VIAGEM, REVERSOES FORA) RODA UMA
006300*  VEZ A EXTENSAO DA ROTA (POSICOES 1-3 DO ID) NO VEICULO DO
006310*  TRIPVEIC. GRAVA UM REGISTRO DIARIO POR VEICULO QUE RODOU; DIA
006320*  JA APURADO E RECUSADO.
006330******************************************************************
006340 2100-APURA-KM.
006350     DISPLAY "DIA DAS PARTIDAS (AAAAMMDD, BRANCO=HOJE):"
006360     PERFORM 2050-PEDE-DATA THRU 2050-EXIT
006370     IF WS-IN-DATA = SPACES
006380         DISPLAY "DATA INVALIDA - APURACAO CANCELADA"
006390         GO TO 2100-EXIT
006400     END-IF
006410     PERFORM 2110-CONFERE-DIA THRU 2110-EXIT
006420     IF WS-FOUND
006430         DISPLAY "DIA " WS-IN-DATA " JA APURADO NO FROTAKM -"
006440                 " APURACAO CANCELADA"
006450         GO TO 2100-EXIT
006460     END-IF
006470     MOVE ZERO TO WS-PD-COUNT WS-PD-DROPPED WS-DIA-PARTIDAS
006480                  WS-DIA-KM WS-DIA-VEICULOS WS-SEM-VEICULO
006490                  WS-SEM-EXTENSAO
006500     PERFORM 2150-ZERA-DIA THRU 2150-EXIT
006510         VARYING WS-SCAN FROM 1 BY 1
006520         UNTIL WS-SCAN > WS-VE-COUNT
006530     MOVE "N" TO WS-TICKET-EOF-SW
006540     OPEN INPUT TICKETS-FILE
006550     IF WS-TICKETS-FILE-STATUS NOT = "00"
006560         MOVE "Y" TO WS-TICKET-EOF-SW
006570     ELSE
006580         PERFORM 2120-LE-PASSAGEM THRU 2120-EXIT
006590             UNTIL WS-TICKET-EOF
006600         CLOSE TICKETS-FILE
006610     END-IF
006620     IF WS-PD-COUNT = ZERO
006630         DISPLAY "NENHUMA PARTIDA NO TICKETS PARA " WS-IN-DATA
006640                 " - NADA APURADO"
006650         GO TO 2100-EXIT
006660     END-IF
006670     PERFORM 2130-LANCA-PARTIDA THRU 2130-EXIT
006680         VARYING WS-SCAN FROM 1 BY 1
006690         UNTIL WS-SCAN > WS-PD-COUNT
006700     OPEN EXTEND FLEET-KM-FILE
006710     IF WS-FKM-FILE-STATUS = "35"
006720         OPEN OUTPUT FLEET-KM-FILE
006730         CLOSE FLEET-KM-FILE
006740         OPEN EXTEND FLEET-KM-FILE
006750     END-IF
006760     PERFORM 2140-GRAVA-DIA THRU 2140-EXIT
006770         VARYING WS-SCAN FROM 1 BY 1
006780         UNTIL WS-SCAN > WS-VE-COUNT
006790     CLOSE FLEET-KM-FILE
006800     MOVE WS-DIA-PARTIDAS TO WS-PART-ED
006810     MOVE WS-DIA-KM       TO WS-KMD-ED
006820     DISPLAY "DIA " WS-IN-DATA " PARTIDAS " WS-PART-ED
006830             " KM " WS-KMD-ED " VEICULOS " WS-DIA-VEICULOS
006840     IF WS-SEM-VEICULO > ZERO
006850         DISPLAY "*** PARTIDAS SEM VEICULO NO TRIPVEIC: "
006860                 WS-SEM-VEICULO
006870     END-IF
006880     IF WS-SEM-EXTENSAO > ZERO
006890         DISPLAY "*** PARTIDAS DE ROTA SEM EXTENSAO NO STOPMAST: "
006900                 WS-SEM-EXTENSAO
006910     END-IF
006920     IF WS-PD-DROPPED > ZERO
006930         DISPLAY "*** AVISO: " WS-PD-DROPPED
006940                 " PASSAGEM(NS) FORA DA TABELA DE PARTIDAS"
006950     END-IF
006960     PERFORM 7000-WRITE-AUDIT-APURACAO.
006970 2100-EXIT.
006980     EXIT.
006990
007000 2110-CONFERE-DIA.
007010     MOVE "N" TO WS-FOUND-SW
007020     MOVE "N" TO WS-FKM-EOF-SW
007030     OPEN INPUT FLEET-KM-FILE
007040     IF WS-FKM-FILE-STATUS NOT = "00"
007050         GO TO 2110-EXIT
007060     END-IF
007070     PERFORM 2115-CONFERE-REGISTRO THRU 2115-EXIT
007080         UNTIL WS-FKM-EOF OR WS-FOUND
007090     CLOSE FLEET-KM-FILE.
007100 2110-EXIT.
007110     EXIT.
007120
007130 2115-CONFERE-REGISTRO.
007140     READ FLEET-KM-FILE
007150         AT END
007160             MOVE "Y" TO WS-FKM-EOF-SW
007170             GO TO 2115-EXIT
007180     END-READ
007190     IF FKM-DIARIO AND FKM-DATA = WS-IN-DATA
007200         MOVE "Y" TO WS-FOUND-SW
007210     END-IF.
007220 2115-EXIT.
007230     EXIT.
007240
007250 2120-LE-PASSAGEM.
007260     READ TICKETS-FILE
007270         AT END
007280             MOVE "Y" TO WS-TICKET-EOF-SW
007290             GO TO 2120-EXIT
007300     END-READ
007310     IF TICKET-DATE NOT = WS-IN-DATA
007320         OR TICKET-TARIFA < ZERO
007330         OR TICKET-TRIP-ID = SPACES
007340         GO TO 2120-EXIT
007350     END-IF
007360     MOVE "N" TO WS-FOUND-SW
007370     PERFORM 2125-MATCH-PARTIDA THRU 2125-EXIT
007380         VARYING WS-PD-IDX FROM 1 BY 1
007390         UNTIL WS-PD-IDX > WS-PD-COUNT OR WS-FOUND
007400     IF WS-FOUND
007410         GO TO 2120-EXIT
007420     END-IF
007430     IF WS-PD-COUNT >= 300
007440         ADD 1 TO WS-PD-DROPPED
007450         GO TO 2120-EXIT
007460     END-IF
007470     ADD 1 TO WS-PD-COUNT
007480     SET WS-PD-IDX TO WS-PD-COUNT
007490     MOVE TICKET-TRIP-ID TO WS-PD-TRIP(WS-PD-IDX).
007500 2120-EXIT.
007510     EXIT.
007520
007530 2125-MATCH-PARTIDA.
007540     IF WS-PD-TRIP(WS-PD-IDX) = TICKET-TRIP-ID
007550         MOVE "Y" TO WS-FOUND-SW
007560     END-IF.
007570 2125-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610*  2130-LANCA-PARTIDA
007620*  LANCA UMA PARTIDA DO DIA NO VEICULO ATRIBUIDO A ELA.
007630******************************************************************
007640 2130-LANCA-PARTIDA.
007650     SET WS-PD-IDX TO WS-SCAN
007660     MOVE "N" TO WS-FOUND-SW
007670     PERFORM 2135-MATCH-ATRIBUICAO THRU 2135-EXIT
007680         VARYING WS-TV-IDX FROM 1 BY 1
007690         UNTIL WS-TV-IDX > WS-TV-COUNT OR WS-FOUND
007700     IF NOT WS-FOUND
007710         ADD 1 TO WS-SEM-VEICULO
007720         GO TO 2130-EXIT
007730     END-IF
007740     SET WS-TV-IDX DOWN BY 1
007750     MOVE WS-TV-VEIC(WS-TV-IDX) TO WS-IN-VEIC
007760     PERFORM 8100-FIND-VEICULO THRU 8100-EXIT
007770     IF NOT WS-FOUND
007780         ADD 1 TO WS-SEM-VEICULO
007790         GO TO 2130-EXIT
007800     END-IF
007810     MOVE WS-PD-TRIP(WS-PD-IDX)(1:3) TO WS-IN-ROTA
007820     MOVE ZERO TO WS-EXTENSAO-WK
007830     PERFORM 8300-FIND-EXTENSAO THRU 8300-EXIT
007840     IF WS-FOUND
007850         MOVE WS-ST-KM(WS-ST-IDX) TO WS-EXTENSAO-WK
007860     END-IF
007870     IF WS-EXTENSAO-WK = ZERO
007880         ADD 1 TO WS-SEM-EXTENSAO
007890     END-IF
007900     ADD 1 TO WS-VE-DIA-PART(WS-VE-IDX) WS-DIA-PARTIDAS
007910     ADD WS-EXTENSAO-WK TO WS-VE-DIA-KM(WS-VE-IDX) WS-DIA-KM.
007920 2130-EXIT.
007930     EXIT.
007940
007950 2135-MATCH-ATRIBUICAO.
007960     IF WS-TV-TRIP(WS-TV-IDX) = WS-PD-TRIP(WS-PD-IDX)
007970         MOVE "Y" TO WS-FOUND-SW
007980     END-IF.
007990 2135-EXIT.
008000     EXIT.
008010
008020 2140-GRAVA-DIA.
008030     SET WS-VE-IDX TO WS-SCAN
008040     IF WS-VE-DIA-PART(WS-VE-IDX) = ZERO
008050         GO TO 2140-EXIT
008060     END-IF
008070     MOVE SPACES                    TO FLEET-KM-RECORD
008080     MOVE WS-VE-ID(WS-VE-IDX)       TO FKM-VEIC-ID
008090     MOVE "D"                       TO FKM-TIPO
008100     MOVE WS-IN-DATA                TO FKM-DATA
008110     MOVE WS-VE-DIA-PART(WS-VE-IDX) TO FKM-PARTIDAS
008120     MOVE WS-VE-DIA-KM(WS-VE-IDX)   TO FKM-KM
008130     MOVE WS-OPERATOR-ID            TO FKM-OPERATOR-ID
008140     WRITE FLEET-KM-RECORD
008150     IF WS-IN-DATA > WS-VE-LEIT-DATA(WS-VE-IDX)
008160         ADD WS-VE-DIA-KM(WS-VE-IDX) TO WS-VE-KM(WS-VE-IDX)
008170     END-IF
008180     ADD 1 TO WS-DIA-VEICULOS
008190     MOVE WS-VE-DIA-PART(WS-VE-IDX) TO WS-PART-ED
008200     MOVE WS-VE-DIA-KM(WS-VE-IDX)   TO WS-KMD-ED
008210     MOVE WS-VE-KM(WS-VE-IDX)       TO WS-KM-ED
008220     DISPLAY "  " WS-VE-ID(WS-VE-IDX) " PARTIDAS " WS-PART-ED
008230             " KM " WS-KMD-ED " ODOMETRO " WS-KM-ED.
008240 2140-EXIT.
008250     EXIT.
008260
008270 2150-ZERA-DIA.
008280     SET WS-VE-IDX TO WS-SCAN
008290     MOVE ZERO TO WS-VE-DIA-PART(WS-VE-IDX)
008300                  WS-VE-DIA-KM(WS-VE-IDX).
008310 2150-EXIT.
008320     EXIT.
008330
008340******************************************************************
008350*  2200-LEITURA-ODOMETRO
008360*  GRAVA A LEITURA DO PAINEL, QUE PASSA A SER O ODOMETRO DO
008370*  VEICULO NO FIM DO DIA INFORMADO (OS DIAS SEGUINTES SOMAM A
008380*  PARTIR DELA).
008390******************************************************************
008400 2200-LEITURA-ODOMETRO.
008410     DISPLAY "ID DO VEICULO:"
008420     ACCEPT WS-IN-VEIC
008430     PERFORM 8100-FIND-VEICULO THRU 8100-EXIT
008440     IF NOT WS-FOUND
008450         DISPLAY "VEICULO NAO CADASTRADO - LEITURA CANCELADA"
008460         GO TO 2200-EXIT
008470     END-IF
008480     MOVE WS-VE-KM(WS-VE-IDX) TO WS-KM-ED
008490     DISPLAY "ODOMETRO ATUAL " WS-KM-ED
008500     DISPLAY "KM NO PAINEL (7 DIGITOS, EX. 0123456):"
008510     ACCEPT WS-IN-KM
008520     IF WS-IN-KM NOT NUMERIC
008530         DISPLAY "KM INVALIDO - LEITURA CANCELADA"
008540         GO TO 2200-EXIT
008550     END-IF
008560     MOVE WS-IN-KM TO WS-KM-NUM
008570     DISPLAY "DIA DA LEITURA (AAAAMMDD, BRANCO=HOJE):"
008580     PERFORM 2050-PEDE-DATA THRU 2050-EXIT
008590     IF WS-IN-DATA = SPACES
008600         DISPLAY "DATA INVALIDA - LEITURA CANCELADA"
008610         GO TO 2200-EXIT
008620     END-IF
008630     OPEN EXTEND FLEET-KM-FILE
008640     IF WS-FKM-FILE-STATUS = "35"
008650         OPEN OUTPUT FLEET-KM-FILE
008660         CLOSE FLEET-KM-FILE
008670         OPEN EXTEND FLEET-KM-FILE
008680     END-IF
008690     MOVE SPACES         TO FLEET-KM-RECORD
008700     MOVE WS-IN-VEIC     TO FKM-VEIC-ID
008710     MOVE "L"            TO FKM-TIPO
008720     MOVE WS-IN-DATA     TO FKM-DATA
008730     MOVE ZERO           TO FKM-PARTIDAS
008740     MOVE WS-KM-NUM      TO FKM-KM
008750     MOVE WS-OPERATOR-ID TO FKM-OPERATOR-ID
008760     WRITE FLEET-KM-RECORD
008770     CLOSE FLEET-KM-FILE
008780     MOVE WS-KM-NUM  TO WS-VE-KM(WS-VE-IDX)
008790     MOVE WS-IN-DATA TO WS-VE-LEIT-DATA(WS-VE-IDX)
008800     PERFORM 7100-WRITE-AUDIT-LEITURA
008810     DISPLAY "LEITURA GRAVADA".
008820 2200-EXIT.
008830     EXIT.
008840
008850******************************************************************
008860*  2300-MANTEM-PLANO
008870*  INCLUI OU ALTERA UM SERVICO DO PLANO DE UM TIPO DE VEICULO.
008880*  OS DOIS INTERVALOS ZERADOS EXCLUEM O SERVICO DO PLANO.
008890******************************************************************
008900 2300-MANTEM-PLANO.
008910     DISPLAY "TIPO DE VEICULO (2 POSICOES):"
008920     ACCEPT WS-IN-TIPO
008930     DISPLAY "SERVICO (4 POSICOES, EX. OLEO, REVI, INSP):"
008940     ACCEPT WS-IN-SERVICO
008950     IF WS-IN-TIPO = SPACES OR WS-IN-SERVICO = SPACES
008960         DISPLAY "TIPO E SERVICO OBRIGATORIOS - PLANO INALTERADO"
008970         GO TO 2300-EXIT
008980     END-IF
008990     PERFORM 8200-FIND-PLANO THRU 8200-EXIT
009000     IF WS-FOUND
009010         MOVE WS-PL-KM(WS-PL-IDX) TO WS-KM-ED
009020         DISPLAY "ATUAL: " WS-PL-DESC(WS-PL-IDX)
009030                 " KM " WS-KM-ED " DIAS " WS-PL-DIAS(WS-PL-IDX)
009040                 " SEGURANCA " WS-PL-SEGURANCA(WS-PL-IDX)
009050     END-IF
009060     DISPLAY "DESCRICAO (BRANCO = MANTEM A ATUAL):"
009070     ACCEPT WS-IN-DESC
009080     DISPLAY "INTERVALO EM KM (6 DIGITOS, 000000 = SEM LIMITE):"
009090     ACCEPT WS-IN-INTERVALO
009100     DISPLAY "INTERVALO EM DIAS (4 DIGITOS, 0000 = SEM LIMITE):"
009110     ACCEPT WS-IN-DIAS
009120     IF WS-IN-INTERVALO NOT NUMERIC OR WS-IN-DIAS NOT NUMERIC
009130         DISPLAY "INTERVALO INVALIDO - PLANO INALTERADO"
009140         GO TO 2300-EXIT
009150     END-IF
009160     IF WS-IN-INTERVALO = ZERO AND WS-IN-DIAS = ZERO
009170         IF NOT WS-FOUND
009180             DISPLAY "SERVICO NAO ESTA NO PLANO - NADA A EXCLUIR"
009190             GO TO 2300-EXIT
009200         END-IF
009210         SET WS-SCAN2 TO WS-PL-IDX
009220         PERFORM 2350-DESLOCA-PLANO THRU 2350-EXIT
009230             VARYING WS-SCAN FROM WS-SCAN2 BY 1
009240             UNTIL WS-SCAN >= WS-PL-COUNT
009250         SUBTRACT 1 FROM WS-PL-COUNT
009260         MOVE "EXCLUIDO" TO WS-PLANO-ACAO
009270         ADD 1 TO WS-CHANGE-COUNT
009280         PERFORM 7200-WRITE-AUDIT-PLANO
009290         DISPLAY "SERVICO EXCLUIDO DO PLANO"
009300         GO TO 2300-EXIT
009310     END-IF
009320     DISPLAY "INSPECAO DE SEGURANCA (S/N):"
009330     ACCEPT WS-IN-SEGURANCA
009340     IF WS-IN-SEGURANCA = "s"
009350         MOVE "S" TO WS-IN-SEGURANCA
009360     END-IF
009370     IF WS-IN-SEGURANCA NOT = "S"
009380         MOVE "N" TO WS-IN-SEGURANCA
009390     END-IF
009400     IF WS-FOUND
009410         MOVE "ALTERADO" TO WS-PLANO-ACAO
009420     ELSE
009430         IF WS-PL-COUNT >= 50
009440             DISPLAY "PLANO CHEIO - SERVICO NAO INCLUIDO"
009450             GO TO 2300-EXIT
009460         END-IF
009470         ADD 1 TO WS-PL-COUNT
009480         SET WS-PL-IDX TO WS-PL-COUNT
009490         MOVE WS-IN-TIPO    TO WS-PL-TIPO(WS-PL-IDX)
009500         MOVE WS-IN-SERVICO TO WS-PL-SERVICO(WS-PL-IDX)
009510         MOVE SPACES        TO WS-PL-DESC(WS-PL-IDX)
009520         MOVE "INCLUIDO" TO WS-PLANO-ACAO
009530     END-IF
009540     IF WS-IN-DESC NOT = SPACES
009550         MOVE WS-IN-DESC TO WS-PL-DESC(WS-PL-IDX)
009560     END-IF
009570     MOVE WS-IN-INTERVALO TO WS-PL-KM(WS-PL-IDX)
009580     MOVE WS-IN-DIAS      TO WS-PL-DIAS(WS-PL-IDX)
009590     MOVE WS-IN-SEGURANCA TO WS-PL-SEGURANCA(WS-PL-IDX)
009600     ADD 1 TO WS-CHANGE-COUNT
009610     PERFORM 7200-WRITE-AUDIT-PLANO
009620     DISPLAY "SERVICO " WS-PLANO-ACAO " NO PLANO".
009630 2300-EXIT.
009640     EXIT.
009650
009660 2350-DESLOCA-PLANO.
009670     SET WS-PL-IDX TO WS-SCAN
009680     MOVE WS-PL-ENTRY(WS-PL-IDX + 1) TO WS-PL-ENTRY(WS-PL-IDX).
009690 2350-EXIT.
009700     EXIT.
009710
009720******************************************************************
009730*  2400-REGISTRA-SERVICO
009740*  REGISTRA UM SERVICO DO PLANO CONCLUIDO NO VEICULO (DATA, KM E
009750*  CUSTO) NO MANUTLOG; O CUSTO VAI PARA O ROTACUST (2450).
009760******************************************************************
009770 2400-REGISTRA-SERVICO.
009780     DISPLAY "ID DO VEICULO:"
009790     ACCEPT WS-IN-VEIC
009800     PERFORM 8100-FIND-VEICULO THRU 8100-EXIT
009810     IF NOT WS-FOUND
009820         DISPLAY "VEICULO NAO CADASTRADO - REGISTRO CANCELADO"
009830         GO TO 2400-EXIT
009840     END-IF
009850     IF WS-VE-TIPO(WS-VE-IDX) = SPACES
009860         DISPLAY "VEICULO SEM TIPO - INFORME O TIPO NO VEICMANT"
009870         GO TO 2400-EXIT
009880     END-IF
009890     MOVE WS-VE-TIPO(WS-VE-IDX) TO WS-IN-TIPO
009900     DISPLAY "SERVICO (4 POSICOES):"
009910     ACCEPT WS-IN-SERVICO
009920     PERFORM 8200-FIND-PLANO THRU 8200-EXIT
009930     IF NOT WS-FOUND
009940         DISPLAY "SERVICO FORA DO PLANO DO TIPO " WS-IN-TIPO
009950                 " - REGISTRO CANCELADO"
009960         GO TO 2400-EXIT
009970     END-IF
009980     DISPLAY "DATA DO SERVICO (AAAAMMDD, BRANCO=HOJE):"
009990     PERFORM 2050-PEDE-DATA THRU 2050-EXIT
010000     IF WS-IN-DATA = SPACES
010010         DISPLAY "DATA INVALIDA - REGISTRO CANCELADO"
010020         GO TO 2400-EXIT
010030     END-IF
010040     MOVE WS-VE-KM(WS-VE-IDX) TO WS-KM-ED
010050     DISPLAY "KM NO SERVICO (7 DIGITOS, BRANCO = ODOMETRO "
010060             WS-KM-ED "):"
010070     ACCEPT WS-IN-KM
010080     IF WS-IN-KM = SPACES
010090         MOVE WS-VE-KM(WS-VE-IDX) TO WS-KM-NUM
010100     ELSE
010110         IF WS-IN-KM NOT NUMERIC
010120             DISPLAY "KM INVALIDO - REGISTRO CANCELADO"
010130             GO TO 2400-EXIT
010140         END-IF
010150         MOVE WS-IN-KM TO WS-KM-NUM
010160     END-IF
010170     DISPLAY "CUSTO (CENTAVOS, EX. 0045000 = R$450,00):"
010180     ACCEPT WS-IN-VALOR
010190     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-YES
010200                           WS-VALOR-VALID-SW
010210     IF NOT WS-VALOR-VALID
010220         DISPLAY "CUSTO INVALIDO - REGISTRO CANCELADO"
010230         GO TO 2400-EXIT
010240     END-IF
010250     COMPUTE WS-VALOR-NUM =
010260         FUNCTION NUMVAL(WS-IN-VALOR) / 100
010270     DISPLAY "OBSERVACAO:"
010280     ACCEPT WS-IN-OBS
010290     OPEN EXTEND MAINT-LOG-FILE
010300     IF WS-MNT-FILE-STATUS = "35"
010310         OPEN OUTPUT MAINT-LOG-FILE
010320         CLOSE MAINT-LOG-FILE
010330         OPEN EXTEND MAINT-LOG-FILE
010340     END-IF
010350     MOVE SPACES         TO MAINT-LOG-RECORD
010360     MOVE WS-IN-VEIC     TO MNT-VEIC-ID
010370     MOVE WS-IN-SERVICO  TO MNT-SERVICO
010380     MOVE WS-IN-DATA     TO MNT-DATA
010390     MOVE WS-KM-NUM      TO MNT-KM
010400     MOVE WS-VALOR-NUM   TO MNT-CUSTO
010410     MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID
010420     MOVE WS-IN-OBS      TO MNT-OBS
010430     WRITE MAINT-LOG-RECORD
010440     CLOSE MAINT-LOG-FILE
010450     PERFORM 8400-FIND-ULTIMO THRU 8400-EXIT
010460     IF NOT WS-FOUND AND WS-MT-COUNT < 200
010470         ADD 1 TO WS-MT-COUNT
010480         SET WS-MT-IDX TO WS-MT-COUNT
010490         MOVE WS-IN-VEIC    TO WS-MT-VEIC(WS-MT-IDX)
010500         MOVE WS-IN-SERVICO TO WS-MT-SERVICO(WS-MT-IDX)
010510         MOVE SPACES        TO WS-MT-DATA(WS-MT-IDX)
010520         MOVE "Y" TO WS-FOUND-SW
010530     END-IF
010540     IF WS-FOUND
010550         AND WS-IN-DATA NOT < WS-MT-DATA(WS-MT-IDX)
010560         MOVE WS-IN-DATA TO WS-MT-DATA(WS-MT-IDX)
010570         MOVE WS-KM-NUM  TO WS-MT-KM(WS-MT-IDX)
010580     END-IF
010590     IF WS-VALOR-NUM > ZERO
010600         PERFORM 2450-RATEIA-CUSTO THRU 2450-EXIT
010610     END-IF
010620     PERFORM 7300-WRITE-AUDIT-SERVICO
010630     DISPLAY "SERVICO REGISTRADO".
010640 2400-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680*  2450-RATEIA-CUSTO
010690*  LANCA O CUSTO DO SERVICO NO ROTACUST (CATEGORIA MANUTENCAO,
010700*  MES DO SERVICO), RATEADO ENTRE AS ROTAS DAS PARTIDAS DO
010710*  VEICULO NO TRIPVEIC PELA EXTENSAO RODADA (SEM EXTENSAO NO
010720*  STOPMAST, PELO NUMERO DE PARTIDAS). A ULTIMA ROTA COM PESO
010726*  FICA COM A SOBRA DOS CENTAVOS; PARCELA ZERO NAO E LANCADA.
010732*  VEICULO SEM PARTIDA PEDE A ROTA.
010740******************************************************************
010750 2450-RATEIA-CUSTO.
010760     MOVE ZERO TO WS-RA-COUNT WS-RA-TOTAL-PESO WS-RA-TOTAL-PART
010770                  WS-RA-LANCADO
010780     PERFORM 2460-SOMA-ROTA THRU 2460-EXIT
010790         VARYING WS-SCAN FROM 1 BY 1
010800         UNTIL WS-SCAN > WS-TV-COUNT
010810     IF WS-RA-COUNT = ZERO
010820         DISPLAY "VEICULO SEM PARTIDA NO TRIPVEIC - ROTA DO CUSTO"
010830                 " (BRANCO = NAO LANCAR):"
010840         ACCEPT WS-IN-ROTA
010850         IF WS-IN-ROTA = SPACES
010860             DISPLAY "CUSTO NAO LANCADO NO ROTACUST"
010870             GO TO 2450-EXIT
010880         END-IF
010890         MOVE 1 TO WS-RA-COUNT WS-RA-TOTAL-PART
010900         SET WS-RA-IDX TO 1
010910         MOVE WS-IN-ROTA TO WS-RA-ROTA(WS-RA-IDX)
010920         MOVE ZERO       TO WS-RA-PESO(WS-RA-IDX)
010930         MOVE 1          TO WS-RA-PARTIDAS(WS-RA-IDX)
010940     END-IF
010941     MOVE WS-RA-COUNT TO WS-RA-ULTIMA
010942     IF WS-RA-TOTAL-PESO > ZERO
010943         PERFORM 2468-ACHA-ULTIMA THRU 2468-EXIT
010944             VARYING WS-SCAN FROM 1 BY 1
010945             UNTIL WS-SCAN > WS-RA-COUNT
010946     END-IF
010950     OPEN EXTEND ROUTE-COST-FILE
010960     IF WS-CUSTO-FILE-STATUS = "35"
010970         OPEN OUTPUT ROUTE-COST-FILE
010980         CLOSE ROUTE-COST-FILE
010990         OPEN EXTEND ROUTE-COST-FILE
011000     END-IF
011010     PERFORM 2470-LANCA-ROTA THRU 2470-EXIT
011020         VARYING WS-SCAN FROM 1 BY 1
011030         UNTIL WS-SCAN > WS-RA-COUNT
011040     CLOSE ROUTE-COST-FILE.
011050 2450-EXIT.
011060     EXIT.
011070
011080 2460-SOMA-ROTA.
011090     SET WS-TV-IDX TO WS-SCAN
011100     IF WS-TV-VEIC(WS-TV-IDX) NOT = WS-IN-VEIC
011110         GO TO 2460-EXIT
011120     END-IF
011130     MOVE WS-TV-TRIP(WS-TV-IDX)(1:3) TO WS-IN-ROTA
011140     MOVE "N" TO WS-FOUND-SW
011150     PERFORM 2465-MATCH-ROTA THRU 2465-EXIT
011160         VARYING WS-RA-IDX FROM 1 BY 1
011170         UNTIL WS-RA-IDX > WS-RA-COUNT OR WS-FOUND
011180     IF WS-FOUND
011190         SET WS-RA-IDX DOWN BY 1
011200     ELSE
011210         IF WS-RA-COUNT >= 20
011220             GO TO 2460-EXIT
011230         END-IF
011240         ADD 1 TO WS-RA-COUNT
011250         SET WS-RA-IDX TO WS-RA-COUNT
011260         MOVE WS-IN-ROTA TO WS-RA-ROTA(WS-RA-IDX)
011270         MOVE ZERO       TO WS-RA-PESO(WS-RA-IDX)
011280                            WS-RA-PARTIDAS(WS-RA-IDX)
011290     END-IF
011300     ADD 1 TO WS-RA-PARTIDAS(WS-RA-IDX) WS-RA-TOTAL-PART
011310     PERFORM 8300-FIND-EXTENSAO THRU 8300-EXIT
011320     IF WS-FOUND
011330         ADD WS-ST-KM(WS-ST-IDX) TO WS-RA-PESO(WS-RA-IDX)
011340                                    WS-RA-TOTAL-PESO
011350     END-IF.
011360 2460-EXIT.
011370     EXIT.
011380
011390 2465-MATCH-ROTA.
011400     IF WS-RA-ROTA(WS-RA-IDX) = WS-IN-ROTA
011410         MOVE "Y" TO WS-FOUND-SW
011420     END-IF.
011430 2465-EXIT.
011440     EXIT.
011450
011451 2468-ACHA-ULTIMA.
011452     SET WS-RA-IDX TO WS-SCAN
011453     IF WS-RA-PESO(WS-RA-IDX) > ZERO
011454         MOVE WS-SCAN TO WS-RA-ULTIMA
011455     END-IF.
011456 2468-EXIT.
011457     EXIT.
011458
011460 2470-LANCA-ROTA.
011470     SET WS-RA-IDX TO WS-SCAN
011480     IF WS-SCAN = WS-RA-ULTIMA
011490         COMPUTE WS-RA-VALOR(WS-RA-IDX) =
011500             WS-VALOR-NUM - WS-RA-LANCADO
011510     ELSE
011520         IF WS-RA-TOTAL-PESO > ZERO
011530             COMPUTE WS-RA-VALOR(WS-RA-IDX) =
011540                 WS-VALOR-NUM * WS-RA-PESO(WS-RA-IDX)
011550                 / WS-RA-TOTAL-PESO
011560         ELSE
011570             COMPUTE WS-RA-VALOR(WS-RA-IDX) =
011580                 WS-VALOR-NUM * WS-RA-PARTIDAS(WS-RA-IDX)
011590                 / WS-RA-TOTAL-PART
011600         END-IF
011610     END-IF
011620     ADD WS-RA-VALOR(WS-RA-IDX) TO WS-RA-LANCADO
011622     IF WS-RA-VALOR(WS-RA-IDX) = ZERO
011624         GO TO 2470-EXIT
011626     END-IF
011630     MOVE SPACES                 TO ROUTE-COST-RECORD
011640     MOVE WS-RA-ROTA(WS-RA-IDX)  TO CUSTO-ROTA
011650     MOVE WS-IN-DATA(1:6)        TO CUSTO-MES
011660     MOVE "MANUTENCAO"           TO CUSTO-CATEG
011670     MOVE WS-RA-VALOR(WS-RA-IDX) TO CUSTO-VALOR
011680     WRITE ROUTE-COST-RECORD
011690     MOVE WS-RA-VALOR(WS-RA-IDX) TO WS-VALOR-ED
011700     DISPLAY "  ROTACUST " WS-RA-ROTA(WS-RA-IDX) " "
011710             WS-IN-DATA(1:6) " MANUTENCAO R$" WS-VALOR-ED.
011720 2470-EXIT.
011730     EXIT.
011740
011750******************************************************************
011760*  2500-RELATORIO
011770*  RELATORIO (MANURPT) DOS SERVICOS VENCIDOS E A VENCER DE CADA
011780*  VEICULO ATIVO, CONTRA O PLANO DO TIPO DELE.
011790******************************************************************
011800 2500-RELATORIO.
011810     MOVE ZERO TO WS-RL-VENCIDOS WS-RL-A-VENCER WS-RL-SEGURANCA
011820                  WS-RL-SEM-TIPO
011830     OPEN OUTPUT MAINT-REPORT-FILE
011840     MOVE SPACES TO REPORT-LINE
011850     STRING "VENCIMENTOS DA MANUTENCAO PREVENTIVA - POSICAO EM "
011860            WS-HOJE
011870         DELIMITED BY SIZE INTO REPORT-LINE
011880     WRITE REPORT-LINE
011890     MOVE SPACES TO REPORT-LINE
011900     STRING "A VENCER = ATE " WS-AVISO-KM " KM OU "
011910            WS-AVISO-DIAS " DIAS DO LIMITE DO PLANO"
011920         DELIMITED BY SIZE INTO REPORT-LINE
011930     WRITE REPORT-LINE
011940     MOVE SPACES TO REPORT-LINE
011950     WRITE REPORT-LINE
011960     MOVE "  VEICUL TP SERV DESCRICAO            SITUACAO  SEG"
011970         TO REPORT-LINE
011980     WRITE REPORT-LINE
011990     PERFORM 2510-RELATA-VEICULO THRU 2510-EXIT
012000         VARYING WS-SCAN FROM 1 BY 1
012010         UNTIL WS-SCAN > WS-VE-COUNT
012020     MOVE SPACES TO REPORT-LINE
012030     WRITE REPORT-LINE
012040     MOVE SPACES TO REPORT-LINE
012050     STRING "TOTAL VENCIDOS " WS-RL-VENCIDOS
012060            " (INSPECAO DE SEGURANCA " WS-RL-SEGURANCA
012070            ")  A VENCER " WS-RL-A-VENCER
012080         DELIMITED BY SIZE INTO REPORT-LINE
012090     WRITE REPORT-LINE
012100     IF WS-RL-SEM-TIPO > ZERO
012110         MOVE SPACES TO REPORT-LINE
012120         STRING "VEICULOS ATIVOS SEM TIPO (FORA DO PLANO): "
012130                WS-RL-SEM-TIPO
012140             DELIMITED BY SIZE INTO REPORT-LINE
012150         WRITE REPORT-LINE
012160     END-IF
012170     CLOSE MAINT-REPORT-FILE
012180     DISPLAY "VENCIDOS " WS-RL-VENCIDOS " (SEGURANCA "
012190             WS-RL-SEGURANCA ") A VENCER " WS-RL-A-VENCER
012200             " - RELATORIO EM MANURPT"
012210     PERFORM 7400-WRITE-AUDIT-RELATORIO.
012220 2500-EXIT.
012230     EXIT.
012240
012250 2510-RELATA-VEICULO.
012260     SET WS-VE-IDX TO WS-SCAN
012270     IF WS-VE-ACTIVE(WS-VE-IDX) = "I"
012280         GO TO 2510-EXIT
012290     END-IF
012300     IF WS-VE-TIPO(WS-VE-IDX) = SPACES
012310         ADD 1 TO WS-RL-SEM-TIPO
012320         GO TO 2510-EXIT
012330     END-IF
012340     PERFORM 2520-RELATA-SERVICO THRU 2520-EXIT
012350         VARYING WS-SCAN2 FROM 1 BY 1
012360         UNTIL WS-SCAN2 > WS-PL-COUNT.
012370 2510-EXIT.
012380     EXIT.
012390
012400 2520-RELATA-SERVICO.
012410     SET WS-PL-IDX TO WS-SCAN2
012420     IF WS-PL-TIPO(WS-PL-IDX) NOT = WS-VE-TIPO(WS-VE-IDX)
012430         GO TO 2520-EXIT
012440     END-IF
012450     PERFORM 5000-AVALIA-SERVICO THRU 5000-EXIT
012460     IF WS-SIT-EM-DIA
012470         GO TO 2520-EXIT
012480     END-IF
012490     IF WS-SIT-VENCIDO
012500         ADD 1 TO WS-RL-VENCIDOS
012510         IF WS-PL-SEGURANCA(WS-PL-IDX) = "S"
012520             ADD 1 TO WS-RL-SEGURANCA
012530         END-IF
012540     ELSE
012550         ADD 1 TO WS-RL-A-VENCER
012560     END-IF
012570     MOVE WS-VE-KM(WS-VE-IDX) TO WS-KM-ED
012580     MOVE SPACES TO REPORT-LINE
012590     STRING "  " WS-VE-ID(WS-VE-IDX)
012600            " " WS-VE-TIPO(WS-VE-IDX)
012610            " " WS-PL-SERVICO(WS-PL-IDX)
012620            " " WS-PL-DESC(WS-PL-IDX)
012630            " " WS-RL-SITUACAO
012640            " " WS-PL-SEGURANCA(WS-PL-IDX)
012650            "   ODOMETRO " WS-KM-ED
012660         DELIMITED BY SIZE INTO REPORT-LINE
012670     WRITE REPORT-LINE
012680     MOVE SPACES TO REPORT-LINE
012690     IF WS-SEM-REGISTRO
012700         MOVE "SEM SERVICO REGISTRADO NO MANUTLOG"
012710             TO REPORT-LINE(10:)
012720     ELSE
012730         MOVE WS-ULT-KM TO WS-KM-ED2
012740         MOVE "ULTIMO"       TO REPORT-LINE(10:6)
012750         MOVE WS-ULT-DATA    TO REPORT-LINE(17:8)
012760         MOVE "KM"           TO REPORT-LINE(26:2)
012770         MOVE WS-KM-ED2      TO REPORT-LINE(29:7)
012780         IF WS-PL-KM(WS-PL-IDX) > ZERO
012790             MOVE WS-PROX-KM TO WS-KM-ED3
012800             MOVE "LIMITE KM" TO REPORT-LINE(38:9)
012810             MOVE WS-KM-ED3   TO REPORT-LINE(48:7)
012820         END-IF
012830         IF WS-PL-DIAS(WS-PL-IDX) > ZERO
012840             MOVE "DATA"       TO REPORT-LINE(57:4)
012850             MOVE WS-PROX-DATA TO REPORT-LINE(62:8)
012860         END-IF
012870     END-IF
012880     WRITE REPORT-LINE.
012890 2520-EXIT.
012900     EXIT.
012910
012920******************************************************************
012930*  3000-FINALIZE
012940*  REGRAVA O PLANO INTEIRO E FECHA A AUDITORIA.
012950******************************************************************
012960 3000-FINALIZE.
012970     OPEN OUTPUT MAINT-PLAN-FILE
012980     PERFORM 3100-WRITE-ONE-PLANO THRU 3100-EXIT
012990         VARYING WS-SCAN FROM 1 BY 1
013000         UNTIL WS-SCAN > WS-PL-COUNT
013010     CLOSE MAINT-PLAN-FILE
013020     CLOSE AUDIT-LOG-FILE
013030     DISPLAY "PLANO GRAVADO - ALTERACOES: " WS-CHANGE-COUNT.
013040
013050 3100-WRITE-ONE-PLANO.
013060     SET WS-PL-IDX TO WS-SCAN
013070     MOVE SPACES                    TO MAINT-PLAN-RECORD
013080     MOVE WS-PL-TIPO(WS-PL-IDX)      TO MPL-TIPO
013090     MOVE WS-PL-SERVICO(WS-PL-IDX)   TO MPL-SERVICO
013100     MOVE WS-PL-DESC(WS-PL-IDX)      TO MPL-DESC
013110     MOVE WS-PL-KM(WS-PL-IDX)        TO MPL-KM
013120     MOVE WS-PL-DIAS(WS-PL-IDX)      TO MPL-DIAS
013130     MOVE WS-PL-SEGURANCA(WS-PL-IDX) TO MPL-SEGURANCA
013140     WRITE MAINT-PLAN-RECORD.
013150 3100-EXIT.
013160     EXIT.
013170
013180******************************************************************
013190*  5000-AVALIA-SERVICO
013200*  SITUACAO DO SERVICO WS-PL-IDX NO VEICULO WS-VE-IDX: VENCIDO
013210*  QUANDO O ODOMETRO PASSOU DO KM DO ULTIMO SERVICO MAIS O
013220*  INTERVALO, OU HOJE PASSOU DA DATA DO ULTIMO MAIS OS DIAS; A
013230*  VENCER DENTRO DO AVISO. SEM SERVICO REGISTRADO, VENCIDO.
013240******************************************************************
013250 5000-AVALIA-SERVICO.
013260     MOVE "E"    TO WS-SITUACAO-SW
013270     MOVE "N"    TO WS-SEM-REGISTRO-SW
013280     MOVE SPACES TO WS-ULT-DATA WS-PROX-DATA
013290     MOVE ZERO   TO WS-ULT-KM WS-PROX-KM
013300     MOVE "N" TO WS-FOUND-SW
013310     PERFORM 5010-MATCH-ULTIMO THRU 5010-EXIT
013320         VARYING WS-MT-IDX FROM 1 BY 1
013330         UNTIL WS-MT-IDX > WS-MT-COUNT OR WS-FOUND
013340     IF NOT WS-FOUND
013350         MOVE "V" TO WS-SITUACAO-SW
013360         MOVE "Y" TO WS-SEM-REGISTRO-SW
013370         GO TO 5000-SITUACAO
013380     END-IF
013390     SET WS-MT-IDX DOWN BY 1
013400     MOVE WS-MT-DATA(WS-MT-IDX) TO WS-ULT-DATA
013410     MOVE WS-MT-KM(WS-MT-IDX)   TO WS-ULT-KM
013420     IF WS-PL-KM(WS-PL-IDX) > ZERO
013430         COMPUTE WS-PROX-KM = WS-ULT-KM + WS-PL-KM(WS-PL-IDX)
013440         IF WS-VE-KM(WS-VE-IDX) NOT < WS-PROX-KM
013450             MOVE "V" TO WS-SITUACAO-SW
013460         ELSE
013470             IF WS-VE-KM(WS-VE-IDX) + WS-AVISO-KM
013480                 NOT < WS-PROX-KM
013490                 MOVE "A" TO WS-SITUACAO-SW
013500             END-IF
013510         END-IF
013520     END-IF
013530     IF WS-PL-DIAS(WS-PL-IDX) > ZERO AND WS-ULT-DATA NUMERIC
013540         MOVE WS-ULT-DATA TO WS-DATA-NUM
013550         COMPUTE WS-INT-PROX =
013560             FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
013570             + WS-PL-DIAS(WS-PL-IDX)
013580         COMPUTE WS-DATA-NUM =
013590             FUNCTION DATE-OF-INTEGER(WS-INT-PROX)
013600         MOVE WS-DATA-NUM TO WS-PROX-DATA
013610         IF WS-INT-HOJE NOT < WS-INT-PROX
013620             MOVE "V" TO WS-SITUACAO-SW
013630         ELSE
013640             IF WS-INT-HOJE + WS-AVISO-DIAS NOT < WS-INT-PROX
013650                 AND NOT WS-SIT-VENCIDO
013660                 MOVE "A" TO WS-SITUACAO-SW
013670             END-IF
013680         END-IF
013690     END-IF.
013700 5000-SITUACAO.
013710     EVALUATE TRUE
013720         WHEN WS-SIT-VENCIDO
013730             MOVE "VENCIDO"  TO WS-RL-SITUACAO
013740         WHEN WS-SIT-A-VENCER
013750             MOVE "A VENCER" TO WS-RL-SITUACAO
013760         WHEN OTHER
013770             MOVE "EM DIA"   TO WS-RL-SITUACAO
013780     END-EVALUATE.
013790 5000-EXIT.
013800     EXIT.
013810
013820 5010-MATCH-ULTIMO.
013830     IF WS-MT-VEIC(WS-MT-IDX) = WS-VE-ID(WS-VE-IDX)
013840         AND WS-MT-SERVICO(WS-MT-IDX) = WS-PL-SERVICO(WS-PL-IDX)
013850         MOVE "Y" TO WS-FOUND-SW
013860     END-IF.
013870 5010-EXIT.
013880     EXIT.
013890
013900******************************************************************
013910*  7000-WRITE-AUDIT-APURACAO
013920*  GRAVA A APURACAO DOS KM DO DIA NA TRILHA DE AUDITORIA.
013930******************************************************************
013940 7000-WRITE-AUDIT-APURACAO.
013950     MOVE "FROTAMAN"         TO AUDIT-PROGRAM-ID
013960     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
013970     ACCEPT AUDIT-TIME FROM TIME
013980     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
013990     MOVE WS-IN-DATA          TO AUDIT-KEY
014000     MOVE SPACES              TO AUDIT-DETAIL
014010     STRING "KM DO DIA PARTIDAS=" WS-DIA-PARTIDAS
014020            " KM=" WS-KMD-ED
014030            " SEM-VEICULO=" WS-SEM-VEICULO
014040         DELIMITED BY SIZE INTO AUDIT-DETAIL
014050     CALL "AUDITWR" USING AUDIT-RECORD.
014060
014070******************************************************************
014080*  7100-WRITE-AUDIT-LEITURA
014090*  GRAVA A LEITURA DO ODOMETRO NA TRILHA DE AUDITORIA.
014100******************************************************************
014110 7100-WRITE-AUDIT-LEITURA.
014120     MOVE "FROTAMAN"         TO AUDIT-PROGRAM-ID
014130     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
014140     ACCEPT AUDIT-TIME FROM TIME
014150     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
014160     MOVE WS-IN-VEIC          TO AUDIT-KEY
014170     MOVE SPACES              TO AUDIT-DETAIL
014180     STRING "LEITURA DO ODOMETRO KM=" WS-IN-KM
014190         DELIMITED BY SIZE INTO AUDIT-DETAIL
014200     CALL "AUDITWR" USING AUDIT-RECORD.
014210
014220******************************************************************
014230*  7200-WRITE-AUDIT-PLANO
014240*  GRAVA A MANUTENCAO DO PLANO NA TRILHA DE AUDITORIA.
014250******************************************************************
014260 7200-WRITE-AUDIT-PLANO.
014270     MOVE "FROTAMAN"         TO AUDIT-PROGRAM-ID
014280     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
014290     ACCEPT AUDIT-TIME FROM TIME
014300     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
014310     MOVE SPACES              TO AUDIT-KEY
014320     STRING WS-IN-TIPO WS-IN-SERVICO
014330         DELIMITED BY SIZE INTO AUDIT-KEY
014340     MOVE SPACES              TO AUDIT-DETAIL
014350     STRING "PLANO " WS-PLANO-ACAO
014360            " KM=" WS-IN-INTERVALO
014370            " DIAS=" WS-IN-DIAS
014380            " SEGURANCA=" WS-IN-SEGURANCA
014390         DELIMITED BY SIZE INTO AUDIT-DETAIL
014400     CALL "AUDITWR" USING AUDIT-RECORD.
014410
014420******************************************************************
014430*  7300-WRITE-AUDIT-SERVICO
014440*  GRAVA O SERVICO CONCLUIDO NA TRILHA DE AUDITORIA.
014450******************************************************************
014460 7300-WRITE-AUDIT-SERVICO.
014470     MOVE "FROTAMAN"         TO AUDIT-PROGRAM-ID
014480     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
014490     ACCEPT AUDIT-TIME FROM TIME
014500     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
014510     MOVE WS-IN-VEIC          TO AUDIT-KEY
014520     MOVE SPACES              TO AUDIT-DETAIL
014530     MOVE WS-KM-NUM           TO WS-KM-ED
014540     MOVE WS-VALOR-NUM        TO WS-VALOR-ED
014550     STRING "SERVICO " WS-IN-SERVICO
014560            " DIA=" WS-IN-DATA
014570            " KM=" WS-KM-ED
014580            " R$" WS-VALOR-ED
014590         DELIMITED BY SIZE INTO AUDIT-DETAIL
014600     CALL "AUDITWR" USING AUDIT-RECORD.
014610
014620******************************************************************
014630*  7400-WRITE-AUDIT-RELATORIO
014640*  GRAVA A EMISSAO DO RELATORIO NA TRILHA DE AUDITORIA.
014650******************************************************************
014660 7400-WRITE-AUDIT-RELATORIO.
014670     MOVE "FROTAMAN"         TO AUDIT-PROGRAM-ID
014680     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
014690     ACCEPT AUDIT-TIME FROM TIME
014700     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
014710     MOVE WS-HOJE             TO AUDIT-KEY
014720     MOVE SPACES              TO AUDIT-DETAIL
014730     STRING "VENCIMENTOS VENCIDOS=" WS-RL-VENCIDOS
014740            " SEGURANCA=" WS-RL-SEGURANCA
014750            " A-VENCER=" WS-RL-A-VENCER
014760         DELIMITED BY SIZE INTO AUDIT-DETAIL
014770     CALL "AUDITWR" USING AUDIT-RECORD.
014780
014790******************************************************************
014800*  8100-FIND-VEICULO
014810*  LOCALIZA WS-IN-VEIC NA TABELA DE VEICULOS (WS-VE-IDX).
014820******************************************************************
014830 8100-FIND-VEICULO.
014840     MOVE "N" TO WS-FOUND-SW
014850     PERFORM 8110-MATCH-VEICULO THRU 8110-EXIT
014860         VARYING WS-SCAN2 FROM 1 BY 1
014870         UNTIL WS-SCAN2 > WS-VE-COUNT OR WS-FOUND.
014880 8100-EXIT.
014890     EXIT.
014900
014910 8110-MATCH-VEICULO.
014920     SET WS-VE-IDX TO WS-SCAN2
014930     IF WS-VE-ID(WS-VE-IDX) = WS-IN-VEIC
014940         MOVE "Y" TO WS-FOUND-SW
014950     END-IF.
014960 8110-EXIT.
014970     EXIT.
014980
014990******************************************************************
015000*  8200-FIND-PLANO
015010*  LOCALIZA WS-IN-TIPO + WS-IN-SERVICO NO PLANO (WS-PL-IDX).
015020******************************************************************
015030 8200-FIND-PLANO.
015040     MOVE "N" TO WS-FOUND-SW
015050     PERFORM 8210-MATCH-PLANO THRU 8210-EXIT
015060         VARYING WS-SCAN2 FROM 1 BY 1
015070         UNTIL WS-SCAN2 > WS-PL-COUNT OR WS-FOUND.
015080 8200-EXIT.
015090     EXIT.
015100
015110 8210-MATCH-PLANO.
015120     SET WS-PL-IDX TO WS-SCAN2
015130     IF WS-PL-TIPO(WS-PL-IDX) = WS-IN-TIPO
015140         AND WS-PL-SERVICO(WS-PL-IDX) = WS-IN-SERVICO
015150         MOVE "Y" TO WS-FOUND-SW
015160     END-IF.
015170 8210-EXIT.
015180     EXIT.
015190
015200******************************************************************
015210*  8300-FIND-EXTENSAO
015220*  LOCALIZA WS-IN-ROTA NA TABELA DE EXTENSOES (WS-ST-IDX).
015230******************************************************************
015240 8300-FIND-EXTENSAO.
015250     MOVE "N" TO WS-FOUND-SW
015260     PERFORM 8310-MATCH-EXTENSAO THRU 8310-EXIT
015270         VARYING WS-ST-IDX FROM 1 BY 1
015280         UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-FOUND
015290     IF WS-FOUND
015300         SET WS-ST-IDX DOWN BY 1
015310     END-IF.
015320 8300-EXIT.
015330     EXIT.
015340
015350 8310-MATCH-EXTENSAO.
015360     IF WS-ST-ROTA(WS-ST-IDX) = WS-IN-ROTA
015370         MOVE "Y" TO WS-FOUND-SW
015380     END-IF.
015390 8310-EXIT.
015400     EXIT.
015410
015420******************************************************************
015430*  8400-FIND-ULTIMO
015440*  LOCALIZA O ULTIMO SERVICO DE WS-IN-VEIC + WS-IN-SERVICO
015450*  (WS-MT-IDX).
015460******************************************************************
015470 8400-FIND-ULTIMO.
015480     MOVE "N" TO WS-FOUND-SW
015490     PERFORM 8410-MATCH-ULTIMO THRU 8410-EXIT
015500         VARYING WS-SCAN2 FROM 1 BY 1
015510         UNTIL WS-SCAN2 > WS-MT-COUNT OR WS-FOUND.
015520 8400-EXIT.
015530     EXIT.
015540
015550 8410-MATCH-ULTIMO.
015560     SET WS-MT-IDX TO WS-SCAN2
015570     IF WS-MT-VEIC(WS-MT-IDX) = WS-IN-VEIC
015580         AND WS-MT-SERVICO(WS-MT-IDX) = WS-IN-SERVICO
015590         MOVE "Y" TO WS-FOUND-SW
015600     END-IF.
015610 8410-EXIT.
015620     EXIT.
