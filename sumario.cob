000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUMARIO.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - RESUMO DIARIO DAS PASSAGENS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  SUMARIO.CBL
000090*  RESUMO DIARIO DAS PASSAGENS. O ESTATVIA, O ROTAPL, O LOTACAO,
000100*  O EVASAO, O HOTUSO, O PASSEUSO, O TARIFAJ E O PARTIDAS LIAM
000110*  O TICKETS INTEIRO E REPETIAM O MESMO ABATIMENTO DOS ESTORNOS;
000120*  ESTE PASSO, NA ROTINA NOTURNA DEPOIS DO BALANCO, FAZ ISSO UMA
000130*  VEZ SO E ACRESCENTA AO TICKSUM (COPYBOOK TSUMREC) OS TOTAIS DO
000140*  DIA DE NEGOCIO POR ROTA, PARTIDA, CATEGORIA, FAIXA HORARIA,
000150*  FILIAL, PASSE E TRECHO. OS RELATORIOS DE PERIODO PASSAM A LER
000160*  O TICKSUM; SO A LISTAGEM DE DETALHE VOLTA AO TICKETS.
000170*    MODO B (MONTAR)   - ACRESCENTA O QUE FALTA E CONFERE;
000180*    MODO C (CONFERIR) - SO A CONFERENCIA, COM PERIODO OPCIONAL.
000190*  O TSUMDIAS (COPYBOOK TSUMDREC) GUARDA, POR DIA, QUANTOS
000200*  REGISTROS DO TICKETS JA ESTAO RESUMIDOS. NA LEITURA, CADA
000210*  REGISTRO RECEBE A SUA ORDEM DENTRO DO DIA (TICKET-RUN-DATE) E
000220*  SO ENTRA O QUE PASSA DESSA CONTAGEM - RODAR DE NOVO NAO SOMA
000230*  O DIA DUAS VEZES E O ESTORNO ACRESCENTADO DEPOIS ENTRA COMO
000240*  COMPLEMENTO DO DIA. DIA COM MENOS REGISTROS NO TICKETS DO QUE
000250*  O RESUMIDO (ARQUIVO TROCADO OU REGISTRO APAGADO) NAO E TOCADO
000260*  E SAI NO RELATORIO COMO AVISO (RC 4).
000270*  A CONFERENCIA SOMA, PARA CADA DIA PRESENTE NO TICKETS,
000280*  REGISTROS, RECEITA E EMBARQUES DO TICKETS, DAS LINHAS DE TOTAL
000290*  DO DIA (TIPO D) E, POR OUTRO CAMINHO, DAS LINHAS POR ROTA
000300*  (TIPO R) DO TICKSUM - QUALQUER DIFERENCA E DIVERGENTE (RC 8).
000310*  RC 8 TAMBEM QUANDO ALGUMA TABELA ESTOURA - NESSE CASO NADA E
000320*  GRAVADO NO TICKSUM NEM NO TSUMDIAS.
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000440     SELECT TICKET-SUMMARY-FILE ASSIGN TO "TICKSUM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-TSM-FILE-STATUS.
000470     SELECT TSUM-DAY-FILE ASSIGN TO "TSUMDIAS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-TSD-FILE-STATUS.
000500     SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-RLG-FILE-STATUS.
000530     SELECT SUMARIO-REPORT-FILE ASSIGN TO "SUMARRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-RPT-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TICKETS-FILE
000590     RECORDING MODE IS F.
000600     COPY TICKETREC.
000610 FD  TICKET-SUMMARY-FILE
000620     RECORDING MODE IS F.
000630     COPY TSUMREC.
000640 FD  TSUM-DAY-FILE
000650     RECORDING MODE IS F.
000660     COPY TSUMDREC.
000670 FD  RUN-LEDGER-FILE
000680     RECORDING MODE IS F.
000690     COPY RUNLEDGREC.
000700 FD  SUMARIO-REPORT-FILE
000710     RECORDING MODE IS F.
000720 01  REPORT-LINE                 PIC X(100).
000730 WORKING-STORAGE SECTION.
000740 01  WS-SWITCHES.
000750     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000760     05  WS-TSM-FILE-STATUS      PIC X(02)   VALUE "00".
000770     05  WS-TSD-FILE-STATUS      PIC X(02)   VALUE "00".
000780     05  WS-RLG-FILE-STATUS      PIC X(02)   VALUE "00".
000790     05  WS-RPT-FILE-STATUS      PIC X(02)   VALUE "00".
000800     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000810         88  WS-TICKET-EOF                   VALUE "Y".
000820     05  WS-TSM-EOF-SW           PIC X(01)   VALUE "N".
000830         88  WS-TSM-EOF                      VALUE "Y".
000840     05  WS-TSD-EOF-SW           PIC X(01)   VALUE "N".
000850         88  WS-TSD-EOF                      VALUE "Y".
000860     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000870         88  WS-SIGNON-VALID                 VALUE "Y".
000880     05  WS-MODO-OK-SW           PIC X(01)   VALUE "N".
000890         88  WS-MODO-OK                      VALUE "Y".
000900     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000910         88  WS-FOUND                        VALUE "Y".
000920     05  WS-ESTOURO-SW           PIC X(01)   VALUE "N".
000930         88  WS-ESTOURO                      VALUE "Y".
000940 01  WS-MSG-CODE-WK              PIC X(08).
000950 01  WS-MSG-TEXT-WK              PIC X(60).
000960 01  WS-OPERATOR-ID              PIC X(08).
000970 01  WS-OPERATOR-PIN             PIC X(04).
000980 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000990 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001000     88  WS-AUTHORIZED                       VALUE "Y".
001010     COPY RUNSTAMP.
001020     COPY AUDITREC.
001030 01  WS-MODO                     PIC X(01).
001040     88  WS-MODO-MONTAR                      VALUE "B" "b".
001050     88  WS-MODO-CONFERIR                    VALUE "C" "c".
001060 01  WS-DATE-FROM                PIC X(08)   VALUE SPACES.
001070 01  WS-DATE-TO                  PIC X(08)   VALUE SPACES.
001080 01  WS-RLG-EVENT-WK             PIC X(01).
001090 01  WS-RLG-COUNT-WK             PIC 9(06).
001100 01  WS-RECORDS-READ             PIC 9(06)   VALUE ZERO.
001110 01  WS-LINHAS-GRAVADAS          PIC 9(06)   VALUE ZERO.
001120 01  WS-DIAS-MONTADOS            PIC 9(04)   VALUE ZERO.
001130 01  WS-DIAS-AVISO               PIC 9(04)   VALUE ZERO.
001140 01  WS-DIAS-CONFERIDOS          PIC 9(04)   VALUE ZERO.
001150 01  WS-DIAS-DIVERGENTES         PIC 9(04)   VALUE ZERO.
001160
001170******************************************************************
001180*  DIAS DE NEGOCIO: O QUE O TSUMDIAS JA TEM (REG), O QUE ESTA
001190*  LEITURA DO TICKETS ENCONTROU (LIDOS, E DELES OS NOVOS) E, PARA
001200*  A CONFERENCIA, OS TOTAIS DO TICKETS (TK), DAS LINHAS D (SD) E
001210*  DAS LINHAS R (SR) DO TICKSUM.
001220******************************************************************
001230 01  WS-DR-TABLE.
001240     05  WS-DR-ENTRY OCCURS 400 TIMES
001250                     INDEXED BY WS-DR-IDX.
001260         10  WS-DR-DIA           PIC X(08).
001270         10  WS-DR-REG           PIC 9(07).
001280         10  WS-DR-REG-RECEITA   PIC S9(09)V99.
001290         10  WS-DR-CARGAS        PIC 9(03).
001300         10  WS-DR-RUN-DATE      PIC X(08).
001310         10  WS-DR-RUN-ID        PIC X(08).
001320         10  WS-DR-LIDOS         PIC 9(07).
001330         10  WS-DR-NOVOS         PIC 9(07).
001340         10  WS-DR-NOVA-RECEITA  PIC S9(09)V99.
001350         10  WS-DR-TK-RECEITA    PIC S9(09)V99.
001360         10  WS-DR-TK-EMBARQUES  PIC S9(07).
001370         10  WS-DR-SD-REG        PIC 9(07).
001380         10  WS-DR-SD-RECEITA    PIC S9(09)V99.
001390         10  WS-DR-SD-EMBARQUES  PIC S9(07).
001400         10  WS-DR-SR-REG        PIC 9(07).
001410         10  WS-DR-SR-RECEITA    PIC S9(09)V99.
001420         10  WS-DR-SR-EMBARQUES  PIC S9(07).
001430 01  WS-DR-COUNT                 PIC 9(03)   VALUE ZERO.
001440
001450******************************************************************
001460*  LINHAS DO RESUMO MONTADAS NESTA EXECUCAO, PELA CHAVE COMPLETA
001470*  (DIA, DATA, TIPO, ROTA, CHAVE, CATEGORIA E TARIFA UNITARIA).
001480******************************************************************
001490 01  WS-AC-TABLE.
001500     05  WS-AC-ENTRY OCCURS 5000 TIMES
001510                     INDEXED BY WS-AC-IDX.
001520         10  WS-AC-KEY.
001530             15  WS-AC-DIA       PIC X(08).
001540             15  WS-AC-DATA      PIC X(08).
001550             15  WS-AC-TIPO      PIC X(01).
001560             15  WS-AC-ROTA      PIC X(03).
001570             15  WS-AC-CHAVE     PIC X(12).
001580             15  WS-AC-CATEGORIA PIC X(15).
001590             15  WS-AC-UNIT      PIC S9(05)V99.
001600         10  WS-AC-REGISTROS     PIC 9(07).
001610         10  WS-AC-VENDAS        PIC 9(07).
001620         10  WS-AC-ESTORNOS      PIC 9(07).
001630         10  WS-AC-RECEITA       PIC S9(09)V99.
001640         10  WS-AC-EMBARQUES     PIC S9(07).
001650         10  WS-AC-TETO          PIC 9(07).
001660         10  WS-AC-BLOQUEIOS     PIC 9(07).
001670 01  WS-AC-COUNT                 PIC 9(04)   VALUE ZERO.
001680
001690******************************************************************
001700*  CHAVE DA LINHA DA VEZ (MESMO DESENHO DE WS-AC-KEY) E O QUE O
001710*  REGISTRO DO TICKETS VALE EM CADA CONTADOR.
001720******************************************************************
001730 01  WS-KEY-WK.
001740     05  WS-KW-DIA               PIC X(08).
001750     05  WS-KW-DATA              PIC X(08).
001760     05  WS-KW-TIPO              PIC X(01).
001770     05  WS-KW-ROTA              PIC X(03).
001780     05  WS-KW-CHAVE             PIC X(12).
001790     05  WS-KW-CHAVE-TRECHO REDEFINES WS-KW-CHAVE.
001800         10  WS-KW-EMB           PIC X(04).
001810         10  WS-KW-DES           PIC X(04).
001820         10  FILLER              PIC X(04).
001830     05  WS-KW-CATEGORIA         PIC X(15).
001840     05  WS-KW-UNIT              PIC S9(05)V99.
001850 01  WS-RG-VENDA                 PIC 9(01).
001860 01  WS-RG-ESTORNO               PIC 9(01).
001870 01  WS-RG-TETO                  PIC 9(01).
001880 01  WS-RG-BLOQUEIO              PIC 9(01).
001890 01  WS-RG-QTD                   PIC S9(05).
001900
001910 01  WS-QTD-ED                   PIC ZZZZZZ9.
001920 01  WS-QTD2-ED                  PIC ZZZZZZ9.
001930 01  WS-EMB-ED                   PIC -ZZZZZZ9.
001940 01  WS-VALOR-ED                 PIC -ZZZZZZZZ9.99.
001950 01  WS-SITUACAO-WK              PIC X(10).
001960
001970 PROCEDURE DIVISION.
001980
001990 0000-MAINLINE.
002000     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002010     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002020                         WS-AUTHORIZED-SW
002030     IF NOT WS-AUTHORIZED
002040         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002050         MOVE 8 TO RETURN-CODE
002060         STOP RUN
002070     END-IF
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002090     PERFORM 2000-SCAN-TICKET THRU 2000-EXIT
002100         UNTIL WS-TICKET-EOF
002110     IF WS-TICKETS-FILE-STATUS NOT = "35"
002120         CLOSE TICKETS-FILE
002130     END-IF
002140     IF WS-MODO-MONTAR
002150         PERFORM 3000-GRAVA-RESUMO THRU 3000-EXIT
002160     END-IF
002170     IF NOT WS-ESTOURO
002180         PERFORM 4000-CONFERE THRU 4000-EXIT
002190     END-IF
002200     PERFORM 9000-FINALIZE THRU 9000-EXIT
002210     STOP RUN.
002220
002230******************************************************************
002240*  0010-SIGN-ON
002250*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002260*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002270******************************************************************
002280 0010-SIGN-ON.
002290     MOVE "N" TO WS-SIGNON-VALID-SW
002300     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002310         UNTIL WS-SIGNON-VALID.
002320 0010-EXIT.
002330     EXIT.
002340
002350 0020-PROMPT-SIGNON.
002360     MOVE "SGN-001" TO WS-MSG-CODE-WK
002370     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002380     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002390     ACCEPT WS-OPERATOR-ID
002400     MOVE "SGN-002" TO WS-MSG-CODE-WK
002410     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002420     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002430     ACCEPT WS-OPERATOR-PIN
002440     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002450                           WS-SIGNON-VALID-SW
002460     IF NOT WS-SIGNON-VALID
002470         MOVE "SGN-003" TO WS-MSG-CODE-WK
002480         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002490         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002500     END-IF.
002510 0020-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*  1000-INITIALIZE
002560*  REGISTRA O INICIO DO PASSO, PEDE O MODO (E O PERIODO NA
002570*  CONFERENCIA), CARREGA O TSUMDIAS E ABRE O TICKETS E O
002580*  RELATORIO.
002590******************************************************************
002600 1000-INITIALIZE.
002610     MOVE "I" TO WS-RLG-EVENT-WK
002620     MOVE ZERO TO WS-RLG-COUNT-WK
002630     PERFORM 7900-WRITE-RUN-LEDGER THRU 7900-EXIT
002640     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002650     ACCEPT RUN-STAMP-ID   FROM TIME
002660     MOVE "N" TO WS-MODO-OK-SW
002670     PERFORM 1010-PEDE-MODO THRU 1010-EXIT
002680         UNTIL WS-MODO-OK
002690     IF WS-MODO-CONFERIR
002700         DISPLAY "DIA INICIAL (AAAAMMDD, BRANCO=TODOS):"
002710         ACCEPT WS-DATE-FROM
002720         DISPLAY "DIA FINAL   (AAAAMMDD, BRANCO=TODOS):"
002730         ACCEPT WS-DATE-TO
002740     END-IF
002750     IF WS-DATE-TO = SPACES
002760         MOVE HIGH-VALUES TO WS-DATE-TO
002770     END-IF
002780     PERFORM 1100-LOAD-DIAS THRU 1100-EXIT
002790     OPEN INPUT TICKETS-FILE
002800     IF WS-TICKETS-FILE-STATUS = "35"
002810         MOVE "Y" TO WS-TICKET-EOF-SW
002820     ELSE
002830         PERFORM 8000-READ-TICKET
002840     END-IF
002850     OPEN OUTPUT SUMARIO-REPORT-FILE
002860     MOVE SPACES TO REPORT-LINE
002870     STRING "SUMARIO - RESUMO DIARIO DAS PASSAGENS (TICKSUM)"
002880            "   EXECUCAO " RUN-STAMP-DATE " RUN " RUN-STAMP-ID
002890         DELIMITED BY SIZE INTO REPORT-LINE
002900     WRITE REPORT-LINE
002910     MOVE SPACES TO REPORT-LINE
002920     IF WS-MODO-MONTAR
002930         MOVE "MODO B - MONTAGEM E CONFERENCIA" TO REPORT-LINE
002940     ELSE
002950         MOVE "MODO C - SO CONFERENCIA" TO REPORT-LINE
002960     END-IF
002970     WRITE REPORT-LINE.
002980 1000-EXIT.
002990     EXIT.
003000
003010 1010-PEDE-MODO.
003020     DISPLAY "MODO (B=MONTAR E CONFERIR, C=SO CONFERIR):"
003030     ACCEPT WS-MODO
003040     IF WS-MODO-MONTAR OR WS-MODO-CONFERIR
003050         MOVE "Y" TO WS-MODO-OK-SW
003060     ELSE
003070         DISPLAY "MODO INVALIDO"
003080     END-IF.
003090 1010-EXIT.
003100     EXIT.
003110
003120******************************************************************
003130*  1100-LOAD-DIAS
003140*  CARREGA O REGISTRO DOS DIAS JA RESUMIDOS. SEM O ARQUIVO,
003150*  NENHUM DIA FOI RESUMIDO AINDA.
003160******************************************************************
003170 1100-LOAD-DIAS.
003180     MOVE ZERO TO WS-DR-COUNT
003190     OPEN INPUT TSUM-DAY-FILE
003200     IF WS-TSD-FILE-STATUS = "35"
003210         GO TO 1100-EXIT
003220     END-IF
003230     MOVE "N" TO WS-TSD-EOF-SW
003240     PERFORM 8100-READ-TSD
003250     PERFORM 1110-LOAD-DIA THRU 1110-EXIT
003260         UNTIL WS-TSD-EOF
003270     CLOSE TSUM-DAY-FILE.
003280 1100-EXIT.
003290     EXIT.
003300
003310 1110-LOAD-DIA.
003320     IF WS-DR-COUNT < 400
003330         ADD 1 TO WS-DR-COUNT
003340         SET WS-DR-IDX TO WS-DR-COUNT
003350         PERFORM 5200-CLEAR-DIA THRU 5200-EXIT
003360         MOVE TSD-DIA       TO WS-DR-DIA(WS-DR-IDX)
003370         MOVE TSD-REGISTROS TO WS-DR-REG(WS-DR-IDX)
003380         MOVE TSD-RECEITA   TO WS-DR-REG-RECEITA(WS-DR-IDX)
003390         MOVE TSD-CARGAS    TO WS-DR-CARGAS(WS-DR-IDX)
003400         MOVE TSD-RUN-DATE  TO WS-DR-RUN-DATE(WS-DR-IDX)
003410         MOVE TSD-RUN-ID    TO WS-DR-RUN-ID(WS-DR-IDX)
003420     ELSE
003430         MOVE "Y" TO WS-ESTOURO-SW
003440     END-IF
003450     PERFORM 8100-READ-TSD.
003460 1110-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*  2000-SCAN-TICKET
003510*  UMA PASSADA PELO TICKETS. TODO REGISTRO ENTRA NOS TOTAIS DO
003520*  DIA PARA A CONFERENCIA; NO MODO B, O REGISTRO CUJA ORDEM NO
003530*  DIA PASSA DO QUE O TSUMDIAS JA TEM VAI PARA O RESUMO.
003540******************************************************************
003550 2000-SCAN-TICKET.
003560     ADD 1 TO WS-RECORDS-READ
003570     PERFORM 5000-FIND-DIA THRU 5000-EXIT
003580     IF NOT WS-FOUND
003590         GO TO 2000-READ
003600     END-IF
003610     MOVE 1 TO WS-RG-QTD
003620     IF TICKET-GRUPO NOT = SPACES
003630         AND TICKET-GRUPO-QTD NUMERIC
003640         AND TICKET-GRUPO-QTD > ZERO
003650         MOVE TICKET-GRUPO-QTD TO WS-RG-QTD
003660     END-IF
003670     IF TICKET-TARIFA < ZERO
003680         MOVE 0 TO WS-RG-VENDA
003690         MOVE 1 TO WS-RG-ESTORNO
003700         COMPUTE WS-RG-QTD = 0 - WS-RG-QTD
003710     ELSE
003720         MOVE 1 TO WS-RG-VENDA
003730         MOVE 0 TO WS-RG-ESTORNO
003740     END-IF
003750     MOVE 0 TO WS-RG-TETO
003760     MOVE 0 TO WS-RG-BLOQUEIO
003770     IF TICKET-REASON = "CAP"
003780         MOVE 1 TO WS-RG-TETO
003790     END-IF
003800     IF TICKET-REASON = "HOT"
003810         MOVE 1 TO WS-RG-BLOQUEIO
003820     END-IF
003830     ADD 1 TO WS-DR-LIDOS(WS-DR-IDX)
003840     ADD TICKET-TARIFA TO WS-DR-TK-RECEITA(WS-DR-IDX)
003850     ADD WS-RG-QTD TO WS-DR-TK-EMBARQUES(WS-DR-IDX)
003860     IF WS-MODO-MONTAR
003870         AND WS-DR-LIDOS(WS-DR-IDX) > WS-DR-REG(WS-DR-IDX)
003880         ADD 1 TO WS-DR-NOVOS(WS-DR-IDX)
003890         ADD TICKET-TARIFA TO WS-DR-NOVA-RECEITA(WS-DR-IDX)
003900         PERFORM 2100-RESUME-TICKET THRU 2100-EXIT
003910     END-IF.
003920 2000-READ.
003930     PERFORM 8000-READ-TICKET.
003940 2000-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*  2100-RESUME-TICKET
003990*  SOMA O REGISTRO EM CADA VISAO DO RESUMO. PARTIDA, PASSE E
004000*  TRECHO SO QUANDO O REGISTRO TRAZ O DADO.
004010******************************************************************
004020 2100-RESUME-TICKET.
004030     MOVE SPACES          TO WS-KEY-WK
004040     MOVE TICKET-RUN-DATE TO WS-KW-DIA
004050     MOVE TICKET-DATE     TO WS-KW-DATA
004060     MOVE ZERO            TO WS-KW-UNIT
004070     MOVE "D"             TO WS-KW-TIPO
004080     PERFORM 5100-ACUMULA THRU 5100-EXIT
004090     MOVE TICKET-ROTA     TO WS-KW-ROTA
004100     MOVE "R"             TO WS-KW-TIPO
004110     PERFORM 5100-ACUMULA THRU 5100-EXIT
004120     IF TICKET-TRIP-ID NOT = SPACES
004130         MOVE "V"            TO WS-KW-TIPO
004140         MOVE TICKET-TRIP-ID TO WS-KW-CHAVE
004150         PERFORM 5100-ACUMULA THRU 5100-EXIT
004160         MOVE SPACES         TO WS-KW-CHAVE
004170     END-IF
004180     MOVE "C"              TO WS-KW-TIPO
004190     MOVE TICKET-CATEGORIA TO WS-KW-CATEGORIA
004200     MOVE TICKET-TARIFA    TO WS-KW-UNIT
004210     PERFORM 5100-ACUMULA THRU 5100-EXIT
004220     MOVE SPACES           TO WS-KW-CATEGORIA
004230     MOVE ZERO             TO WS-KW-UNIT
004240     MOVE "B"              TO WS-KW-TIPO
004250     MOVE TICKET-BANDA     TO WS-KW-CHAVE
004260     PERFORM 5100-ACUMULA THRU 5100-EXIT
004270     IF TICKET-STOP-EMB NOT = SPACES
004280         AND TICKET-STOP-DES NOT = SPACES
004290         MOVE "T"             TO WS-KW-TIPO
004300         MOVE SPACES          TO WS-KW-CHAVE
004310         MOVE TICKET-STOP-EMB TO WS-KW-EMB
004320         MOVE TICKET-STOP-DES TO WS-KW-DES
004330         PERFORM 5100-ACUMULA THRU 5100-EXIT
004340     END-IF
004350     MOVE SPACES           TO WS-KW-ROTA
004360     MOVE "F"              TO WS-KW-TIPO
004370     MOVE TICKET-FILIAL    TO WS-KW-CHAVE
004380     PERFORM 5100-ACUMULA THRU 5100-EXIT
004390     IF TICKET-PASSE NOT = SPACES
004400         MOVE "P"              TO WS-KW-TIPO
004410         MOVE TICKET-PASSE     TO WS-KW-CHAVE
004420         MOVE TICKET-CATEGORIA TO WS-KW-CATEGORIA
004430         PERFORM 5100-ACUMULA THRU 5100-EXIT
004440     END-IF.
004450 2100-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*  3000-GRAVA-RESUMO
004500*  SEM ESTOURO DE TABELA, ACRESCENTA AS LINHAS NO TICKSUM E
004510*  REGRAVA O TSUMDIAS COM AS NOVAS CONTAGENS. COM ESTOURO NADA
004520*  E GRAVADO (O RESUMO FICARIA PELA METADE).
004530******************************************************************
004540 3000-GRAVA-RESUMO.
004550     MOVE SPACES TO REPORT-LINE
004560     WRITE REPORT-LINE
004570     MOVE "MONTAGEM" TO REPORT-LINE
004580     WRITE REPORT-LINE
004590     IF WS-ESTOURO
004600         MOVE SPACES TO REPORT-LINE
004610         STRING "TABELA CHEIA (400 DIAS OU 5000 LINHAS DE RESUMO)"
004620                " - NADA GRAVADO"
004630             DELIMITED BY SIZE INTO REPORT-LINE
004640         WRITE REPORT-LINE
004650         GO TO 3000-EXIT
004660     END-IF
004670     IF WS-AC-COUNT > ZERO
004680         OPEN EXTEND TICKET-SUMMARY-FILE
004690         IF WS-TSM-FILE-STATUS = "35"
004700             OPEN OUTPUT TICKET-SUMMARY-FILE
004710             CLOSE TICKET-SUMMARY-FILE
004720             OPEN EXTEND TICKET-SUMMARY-FILE
004730         END-IF
004740         PERFORM 3100-WRITE-TSM THRU 3100-EXIT
004750             VARYING WS-AC-IDX FROM 1 BY 1
004760             UNTIL WS-AC-IDX > WS-AC-COUNT
004770         CLOSE TICKET-SUMMARY-FILE
004780     END-IF
004790     PERFORM 3200-ATUALIZA-DIA THRU 3200-EXIT
004800         VARYING WS-DR-IDX FROM 1 BY 1
004810         UNTIL WS-DR-IDX > WS-DR-COUNT
004820     OPEN OUTPUT TSUM-DAY-FILE
004830     PERFORM 3300-WRITE-TSD THRU 3300-EXIT
004840         VARYING WS-DR-IDX FROM 1 BY 1
004850         UNTIL WS-DR-IDX > WS-DR-COUNT
004860     CLOSE TSUM-DAY-FILE
004870     IF WS-DIAS-MONTADOS = ZERO
004880         AND WS-DIAS-AVISO = ZERO
004890         MOVE "  NADA NOVO NO TICKETS - RESUMO JA EM DIA"
004900             TO REPORT-LINE
004910         WRITE REPORT-LINE
004920     END-IF.
004930 3000-EXIT.
004940     EXIT.
004950
004960 3100-WRITE-TSM.
004970     MOVE SPACES TO TICKET-SUMMARY-RECORD
004980     MOVE WS-AC-DIA(WS-AC-IDX)       TO TSM-DIA
004990     MOVE WS-AC-DATA(WS-AC-IDX)      TO TSM-DATA
005000     MOVE WS-AC-TIPO(WS-AC-IDX)      TO TSM-TIPO
005010     MOVE WS-AC-ROTA(WS-AC-IDX)      TO TSM-ROTA
005020     MOVE WS-AC-CHAVE(WS-AC-IDX)     TO TSM-CHAVE
005030     MOVE WS-AC-CATEGORIA(WS-AC-IDX) TO TSM-CATEGORIA
005040     MOVE WS-AC-UNIT(WS-AC-IDX)      TO TSM-TARIFA-UNIT
005050     MOVE WS-AC-REGISTROS(WS-AC-IDX) TO TSM-REGISTROS
005060     MOVE WS-AC-VENDAS(WS-AC-IDX)    TO TSM-VENDAS
005070     MOVE WS-AC-ESTORNOS(WS-AC-IDX)  TO TSM-ESTORNOS
005080     MOVE WS-AC-RECEITA(WS-AC-IDX)   TO TSM-RECEITA
005090     MOVE WS-AC-EMBARQUES(WS-AC-IDX) TO TSM-EMBARQUES
005100     MOVE WS-AC-TETO(WS-AC-IDX)      TO TSM-TETO
005110     MOVE WS-AC-BLOQUEIOS(WS-AC-IDX) TO TSM-BLOQUEIOS
005120     MOVE RUN-STAMP-ID               TO TSM-RUN-ID
005130     WRITE TICKET-SUMMARY-RECORD
005140     ADD 1 TO WS-LINHAS-GRAVADAS.
005150 3100-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190*  3200-ATUALIZA-DIA
005200*  SOMA OS NOVOS NA CONTAGEM DO DIA E AVISA O DIA QUE TEM MENOS
005210*  REGISTROS NO TICKETS DO QUE O JA RESUMIDO (DIA AUSENTE DO
005220*  ARQUIVO - GERACAO ANTIGA - NAO E AVISO).
005230******************************************************************
005240 3200-ATUALIZA-DIA.
005250     IF WS-DR-LIDOS(WS-DR-IDX) > ZERO
005260         AND WS-DR-LIDOS(WS-DR-IDX) < WS-DR-REG(WS-DR-IDX)
005270         ADD 1 TO WS-DIAS-AVISO
005280         MOVE WS-DR-LIDOS(WS-DR-IDX) TO WS-QTD-ED
005290         MOVE WS-DR-REG(WS-DR-IDX)   TO WS-QTD2-ED
005300         MOVE SPACES TO REPORT-LINE
005310         STRING "  DIA " WS-DR-DIA(WS-DR-IDX)
005320                " AVISO: TICKETS TEM " WS-QTD-ED
005330                " REGISTROS, RESUMO TEM " WS-QTD2-ED
005340                " - DIA NAO ALTERADO"
005350             DELIMITED BY SIZE INTO REPORT-LINE
005360         WRITE REPORT-LINE
005370         GO TO 3200-EXIT
005380     END-IF
005390     IF WS-DR-NOVOS(WS-DR-IDX) = ZERO
005400         GO TO 3200-EXIT
005410     END-IF
005420     ADD 1 TO WS-DIAS-MONTADOS
005430     ADD WS-DR-NOVOS(WS-DR-IDX) TO WS-DR-REG(WS-DR-IDX)
005440     ADD WS-DR-NOVA-RECEITA(WS-DR-IDX)
005450         TO WS-DR-REG-RECEITA(WS-DR-IDX)
005460     ADD 1 TO WS-DR-CARGAS(WS-DR-IDX)
005470     MOVE RUN-STAMP-DATE TO WS-DR-RUN-DATE(WS-DR-IDX)
005480     MOVE RUN-STAMP-ID   TO WS-DR-RUN-ID(WS-DR-IDX)
005490     MOVE WS-DR-NOVOS(WS-DR-IDX)        TO WS-QTD-ED
005500     MOVE WS-DR-NOVA-RECEITA(WS-DR-IDX) TO WS-VALOR-ED
005510     MOVE SPACES TO REPORT-LINE
005520     IF WS-DR-CARGAS(WS-DR-IDX) > 1
005530         STRING "  DIA " WS-DR-DIA(WS-DR-IDX)
005540                " COMPLEMENTO " WS-QTD-ED " REGISTROS RECEITA "
005550                WS-VALOR-ED
005560             DELIMITED BY SIZE INTO REPORT-LINE
005570     ELSE
005580         STRING "  DIA " WS-DR-DIA(WS-DR-IDX)
005590                " RESUMIDO    " WS-QTD-ED " REGISTROS RECEITA "
005600                WS-VALOR-ED
005610             DELIMITED BY SIZE INTO REPORT-LINE
005620     END-IF
005630     WRITE REPORT-LINE.
005640 3200-EXIT.
005650     EXIT.
005660
005670 3300-WRITE-TSD.
005680     IF WS-DR-REG(WS-DR-IDX) = ZERO
005690         GO TO 3300-EXIT
005700     END-IF
005710     MOVE SPACES TO TSUM-DAY-RECORD
005720     MOVE WS-DR-DIA(WS-DR-IDX)         TO TSD-DIA
005730     MOVE WS-DR-REG(WS-DR-IDX)         TO TSD-REGISTROS
005740     MOVE WS-DR-REG-RECEITA(WS-DR-IDX) TO TSD-RECEITA
005750     MOVE WS-DR-CARGAS(WS-DR-IDX)      TO TSD-CARGAS
005760     MOVE WS-DR-RUN-DATE(WS-DR-IDX)    TO TSD-RUN-DATE
005770     MOVE WS-DR-RUN-ID(WS-DR-IDX)      TO TSD-RUN-ID
005780     WRITE TSUM-DAY-RECORD.
005790 3300-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*  4000-CONFERE
005840*  SOMA AS LINHAS D E R DO TICKSUM POR DIA E COMPARA COM O QUE A
005850*  PASSADA PELO TICKETS CONTOU, DIA A DIA.
005860******************************************************************
005870 4000-CONFERE.
005880     MOVE "N" TO WS-TSM-EOF-SW
005890     OPEN INPUT TICKET-SUMMARY-FILE
005900     IF WS-TSM-FILE-STATUS = "35"
005910         MOVE "Y" TO WS-TSM-EOF-SW
005920     ELSE
005930         PERFORM 8200-READ-TSM
005940     END-IF
005950     PERFORM 4100-SOMA-TSM THRU 4100-EXIT
005960         UNTIL WS-TSM-EOF
005970     IF WS-TSM-FILE-STATUS NOT = "35"
005980         CLOSE TICKET-SUMMARY-FILE
005990     END-IF
006000     MOVE SPACES TO REPORT-LINE
006010     WRITE REPORT-LINE
006020     MOVE "CONFERENCIA COM O TICKETS" TO REPORT-LINE
006030     WRITE REPORT-LINE
006040     MOVE SPACES TO REPORT-LINE
006050     STRING "  DIA        REGISTROS        RECEITA EMBARQUES"
006060            "  SITUACAO"
006070         DELIMITED BY SIZE INTO REPORT-LINE
006080     WRITE REPORT-LINE
006090     PERFORM 4200-CONFERE-DIA THRU 4200-EXIT
006100         VARYING WS-DR-IDX FROM 1 BY 1
006110         UNTIL WS-DR-IDX > WS-DR-COUNT
006120     IF WS-DIAS-CONFERIDOS = ZERO
006130         MOVE "  NENHUM DIA DO PERIODO NO TICKETS" TO REPORT-LINE
006140         WRITE REPORT-LINE
006150     END-IF.
006160 4000-EXIT.
006170     EXIT.
006180
006190 4100-SOMA-TSM.
006200     IF NOT TSM-TOTAL-DIA AND NOT TSM-POR-ROTA
006210         GO TO 4100-READ
006220     END-IF
006230     PERFORM 5300-FIND-DIA-TSM THRU 5300-EXIT
006240     IF NOT WS-FOUND
006250         GO TO 4100-READ
006260     END-IF
006270     IF TSM-TOTAL-DIA
006280         ADD TSM-REGISTROS TO WS-DR-SD-REG(WS-DR-IDX)
006290         ADD TSM-RECEITA   TO WS-DR-SD-RECEITA(WS-DR-IDX)
006300         ADD TSM-EMBARQUES TO WS-DR-SD-EMBARQUES(WS-DR-IDX)
006310     ELSE
006320         ADD TSM-REGISTROS TO WS-DR-SR-REG(WS-DR-IDX)
006330         ADD TSM-RECEITA   TO WS-DR-SR-RECEITA(WS-DR-IDX)
006340         ADD TSM-EMBARQUES TO WS-DR-SR-EMBARQUES(WS-DR-IDX)
006350     END-IF.
006360 4100-READ.
006370     PERFORM 8200-READ-TSM.
006380 4100-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*  4200-CONFERE-DIA
006430*  SO OS DIAS PRESENTES NO TICKETS (E NO PERIODO PEDIDO). NA
006440*  DIVERGENCIA, UMA SEGUNDA E UMA TERCEIRA LINHA COM O QUE AS
006450*  LINHAS D E R DO RESUMO SOMAM.
006460******************************************************************
006470 4200-CONFERE-DIA.
006480     IF WS-DR-LIDOS(WS-DR-IDX) = ZERO
006490         GO TO 4200-EXIT
006500     END-IF
006510     IF WS-DR-DIA(WS-DR-IDX) < WS-DATE-FROM
006520         OR WS-DR-DIA(WS-DR-IDX) > WS-DATE-TO
006530         GO TO 4200-EXIT
006540     END-IF
006550     ADD 1 TO WS-DIAS-CONFERIDOS
006560     MOVE "OK" TO WS-SITUACAO-WK
006570     IF WS-DR-SD-REG(WS-DR-IDX) NOT = WS-DR-LIDOS(WS-DR-IDX)
006580         OR WS-DR-SD-RECEITA(WS-DR-IDX)
006590            NOT = WS-DR-TK-RECEITA(WS-DR-IDX)
006600         OR WS-DR-SD-EMBARQUES(WS-DR-IDX)
006610            NOT = WS-DR-TK-EMBARQUES(WS-DR-IDX)
006620         OR WS-DR-SR-REG(WS-DR-IDX) NOT = WS-DR-LIDOS(WS-DR-IDX)
006630         OR WS-DR-SR-RECEITA(WS-DR-IDX)
006640            NOT = WS-DR-TK-RECEITA(WS-DR-IDX)
006650         OR WS-DR-SR-EMBARQUES(WS-DR-IDX)
006660            NOT = WS-DR-TK-EMBARQUES(WS-DR-IDX)
006670         MOVE "DIVERGENTE" TO WS-SITUACAO-WK
006680         ADD 1 TO WS-DIAS-DIVERGENTES
006690     END-IF
006700     MOVE WS-DR-LIDOS(WS-DR-IDX)        TO WS-QTD-ED
006710     MOVE WS-DR-TK-RECEITA(WS-DR-IDX)   TO WS-VALOR-ED
006720     MOVE WS-DR-TK-EMBARQUES(WS-DR-IDX) TO WS-EMB-ED
006730     MOVE SPACES TO REPORT-LINE
006740     STRING "  " WS-DR-DIA(WS-DR-IDX) "   " WS-QTD-ED " "
006750            WS-VALOR-ED " " WS-EMB-ED "  " WS-SITUACAO-WK
006760         DELIMITED BY SIZE INTO REPORT-LINE
006770     WRITE REPORT-LINE
006780     IF WS-SITUACAO-WK = "OK"
006790         GO TO 4200-EXIT
006800     END-IF
006810     MOVE WS-DR-SD-REG(WS-DR-IDX)       TO WS-QTD-ED
006820     MOVE WS-DR-SD-RECEITA(WS-DR-IDX)   TO WS-VALOR-ED
006830     MOVE WS-DR-SD-EMBARQUES(WS-DR-IDX) TO WS-EMB-ED
006840     MOVE SPACES TO REPORT-LINE
006850     STRING "    RESUMO D " WS-QTD-ED " "
006860            WS-VALOR-ED " " WS-EMB-ED
006870         DELIMITED BY SIZE INTO REPORT-LINE
006880     WRITE REPORT-LINE
006890     MOVE WS-DR-SR-REG(WS-DR-IDX)       TO WS-QTD-ED
006900     MOVE WS-DR-SR-RECEITA(WS-DR-IDX)   TO WS-VALOR-ED
006910     MOVE WS-DR-SR-EMBARQUES(WS-DR-IDX) TO WS-EMB-ED
006920     MOVE SPACES TO REPORT-LINE
006930     STRING "    RESUMO R " WS-QTD-ED " "
006940            WS-VALOR-ED " " WS-EMB-ED
006950         DELIMITED BY SIZE INTO REPORT-LINE
006960     WRITE REPORT-LINE.
006970 4200-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010*  5000-FIND-DIA
007020*  ACHA O DIA DE NEGOCIO DO REGISTRO DO TICKETS NA TABELA,
007030*  ABRINDO UMA ENTRADA NOVA QUANDO E A PRIMEIRA VEZ. TABELA
007040*  CHEIA LIGA O ESTOURO.
007050******************************************************************
007060 5000-FIND-DIA.
007070     MOVE "N" TO WS-FOUND-SW
007080     PERFORM 5010-MATCH-DIA THRU 5010-EXIT
007090         VARYING WS-DR-IDX FROM 1 BY 1
007100         UNTIL WS-DR-IDX > WS-DR-COUNT OR WS-FOUND
007110     IF WS-FOUND
007120         SET WS-DR-IDX DOWN BY 1
007130         GO TO 5000-EXIT
007140     END-IF
007150     IF WS-DR-COUNT NOT < 400
007160         MOVE "Y" TO WS-ESTOURO-SW
007170         GO TO 5000-EXIT
007180     END-IF
007190     ADD 1 TO WS-DR-COUNT
007200     SET WS-DR-IDX TO WS-DR-COUNT
007210     PERFORM 5200-CLEAR-DIA THRU 5200-EXIT
007220     MOVE TICKET-RUN-DATE TO WS-DR-DIA(WS-DR-IDX)
007230     MOVE "Y" TO WS-FOUND-SW.
007240 5000-EXIT.
007250     EXIT.
007260
007270 5010-MATCH-DIA.
007280     IF WS-DR-DIA(WS-DR-IDX) = TICKET-RUN-DATE
007290         MOVE "Y" TO WS-FOUND-SW
007300     END-IF.
007310 5010-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350*  5100-ACUMULA
007360*  SOMA O REGISTRO DA VEZ NA LINHA DE RESUMO DA CHAVE WS-KEY-WK,
007370*  ABRINDO A LINHA QUANDO E A PRIMEIRA VEZ.
007380******************************************************************
007390 5100-ACUMULA.
007400     MOVE "N" TO WS-FOUND-SW
007410     PERFORM 5110-MATCH-KEY THRU 5110-EXIT
007420         VARYING WS-AC-IDX FROM 1 BY 1
007430         UNTIL WS-AC-IDX > WS-AC-COUNT OR WS-FOUND
007440     IF WS-FOUND
007450         SET WS-AC-IDX DOWN BY 1
007460     ELSE
007470         IF WS-AC-COUNT NOT < 5000
007480             MOVE "Y" TO WS-ESTOURO-SW
007490             GO TO 5100-EXIT
007500         END-IF
007510         ADD 1 TO WS-AC-COUNT
007520         SET WS-AC-IDX TO WS-AC-COUNT
007530         MOVE WS-KEY-WK TO WS-AC-KEY(WS-AC-IDX)
007540         MOVE ZERO TO WS-AC-REGISTROS(WS-AC-IDX)
007550                      WS-AC-VENDAS(WS-AC-IDX)
007560                      WS-AC-ESTORNOS(WS-AC-IDX)
007570                      WS-AC-RECEITA(WS-AC-IDX)
007580                      WS-AC-EMBARQUES(WS-AC-IDX)
007590                      WS-AC-TETO(WS-AC-IDX)
007600                      WS-AC-BLOQUEIOS(WS-AC-IDX)
007610     END-IF
007620     ADD 1              TO WS-AC-REGISTROS(WS-AC-IDX)
007630     ADD WS-RG-VENDA    TO WS-AC-VENDAS(WS-AC-IDX)
007640     ADD WS-RG-ESTORNO  TO WS-AC-ESTORNOS(WS-AC-IDX)
007650     ADD TICKET-TARIFA  TO WS-AC-RECEITA(WS-AC-IDX)
007660     ADD WS-RG-QTD      TO WS-AC-EMBARQUES(WS-AC-IDX)
007670     ADD WS-RG-TETO     TO WS-AC-TETO(WS-AC-IDX)
007680     ADD WS-RG-BLOQUEIO TO WS-AC-BLOQUEIOS(WS-AC-IDX).
007690 5100-EXIT.
007700     EXIT.
007710
007720 5110-MATCH-KEY.
007730     IF WS-AC-KEY(WS-AC-IDX) = WS-KEY-WK
007740         MOVE "Y" TO WS-FOUND-SW
007750     END-IF.
007760 5110-EXIT.
007770     EXIT.
007780
007790 5200-CLEAR-DIA.
007800     MOVE SPACES TO WS-DR-DIA(WS-DR-IDX)
007810                    WS-DR-RUN-DATE(WS-DR-IDX)
007820                    WS-DR-RUN-ID(WS-DR-IDX)
007830     MOVE ZERO TO WS-DR-REG(WS-DR-IDX)
007840                  WS-DR-REG-RECEITA(WS-DR-IDX)
007850                  WS-DR-CARGAS(WS-DR-IDX)
007860                  WS-DR-LIDOS(WS-DR-IDX)
007870                  WS-DR-NOVOS(WS-DR-IDX)
007880                  WS-DR-NOVA-RECEITA(WS-DR-IDX)
007890                  WS-DR-TK-RECEITA(WS-DR-IDX)
007900                  WS-DR-TK-EMBARQUES(WS-DR-IDX)
007910                  WS-DR-SD-REG(WS-DR-IDX)
007920                  WS-DR-SD-RECEITA(WS-DR-IDX)
007930                  WS-DR-SD-EMBARQUES(WS-DR-IDX)
007940                  WS-DR-SR-REG(WS-DR-IDX)
007950                  WS-DR-SR-RECEITA(WS-DR-IDX)
007960                  WS-DR-SR-EMBARQUES(WS-DR-IDX).
007970 5200-EXIT.
007980     EXIT.
007990
008000 5300-FIND-DIA-TSM.
008010     MOVE "N" TO WS-FOUND-SW
008020     PERFORM 5310-MATCH-DIA-TSM THRU 5310-EXIT
008030         VARYING WS-DR-IDX FROM 1 BY 1
008040         UNTIL WS-DR-IDX > WS-DR-COUNT OR WS-FOUND
008050     IF WS-FOUND
008060         SET WS-DR-IDX DOWN BY 1
008070     END-IF.
008080 5300-EXIT.
008090     EXIT.
008100
008110 5310-MATCH-DIA-TSM.
008120     IF WS-DR-DIA(WS-DR-IDX) = TSM-DIA
008130         MOVE "Y" TO WS-FOUND-SW
008140     END-IF.
008150 5310-EXIT.
008160     EXIT.
008170
008180******************************************************************
008190*  7000-WRITE-AUDIT
008200*  UM REGISTRO NA TRILHA POR EXECUCAO, COM O QUE FOI MONTADO E O
008210*  RESULTADO DA CONFERENCIA.
008220******************************************************************
008230 7000-WRITE-AUDIT.
008240     MOVE "SUMARIO"          TO AUDIT-PROGRAM-ID
008250     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
008260     ACCEPT AUDIT-TIME FROM TIME
008270     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
008280     MOVE "TICKSUM"           TO AUDIT-KEY
008290     MOVE SPACES              TO AUDIT-DETAIL
008300     STRING "MODO=" WS-MODO
008310            " DIAS=" WS-DIAS-MONTADOS
008320            " LINHAS=" WS-LINHAS-GRAVADAS
008330            " DIVERG=" WS-DIAS-DIVERGENTES
008340            " RUN=" RUN-STAMP-ID
008350         DELIMITED BY SIZE INTO AUDIT-DETAIL
008360     CALL "AUDITWR" USING AUDIT-RECORD.
008370
008380******************************************************************
008390*  7900-WRITE-RUN-LEDGER
008400*  REGISTRA O EVENTO DE INICIO OU FIM DO PASSO NO RAZAO DE
008410*  EXECUCOES (RUNLEDG), PARA O RELATORIO DE JANELA (JANELA).
008420******************************************************************
008430 7900-WRITE-RUN-LEDGER.
008440     OPEN EXTEND RUN-LEDGER-FILE
008450     IF WS-RLG-FILE-STATUS = "35"
008460         OPEN OUTPUT RUN-LEDGER-FILE
008470         CLOSE RUN-LEDGER-FILE
008480         OPEN EXTEND RUN-LEDGER-FILE
008490     END-IF
008500     MOVE SPACES           TO RUN-LEDGER-RECORD
008510     MOVE "SUMARIO"        TO RLG-STEP
008520     MOVE WS-RLG-EVENT-WK  TO RLG-EVENT
008530     ACCEPT RLG-DATE FROM DATE YYYYMMDD
008540     ACCEPT RLG-TIME FROM TIME
008550     MOVE WS-RLG-COUNT-WK  TO RLG-REC-COUNT
008560     WRITE RUN-LEDGER-RECORD
008570     CLOSE RUN-LEDGER-FILE.
008580 7900-EXIT.
008590     EXIT.
008600
008610 8000-READ-TICKET.
008620     READ TICKETS-FILE
008630         AT END
008640             MOVE "Y" TO WS-TICKET-EOF-SW
008650     END-READ.
008660
008670 8100-READ-TSD.
008680     READ TSUM-DAY-FILE
008690         AT END
008700             MOVE "Y" TO WS-TSD-EOF-SW
008710     END-READ.
008720
008730 8200-READ-TSM.
008740     READ TICKET-SUMMARY-FILE
008750         AT END
008760             MOVE "Y" TO WS-TSM-EOF-SW
008770     END-READ.
008780
008790******************************************************************
008800*  9000-FINALIZE
008810*  TOTAIS, TRILHA, FIM DO PASSO NO RUNLEDG E RC: 8 = ESTOURO OU
008820*  DIVERGENCIA, 4 = DIA COM MENOS REGISTROS DO QUE O RESUMIDO.
008830******************************************************************
008840 9000-FINALIZE.
008850     MOVE SPACES TO REPORT-LINE
008860     WRITE REPORT-LINE
008870     MOVE SPACES TO REPORT-LINE
008880     STRING "REGISTROS LIDOS NO TICKETS: " WS-RECORDS-READ
008890            "  LINHAS GRAVADAS NO TICKSUM: " WS-LINHAS-GRAVADAS
008900         DELIMITED BY SIZE INTO REPORT-LINE
008910     WRITE REPORT-LINE
008920     MOVE SPACES TO REPORT-LINE
008930     STRING "DIAS CONFERIDOS: " WS-DIAS-CONFERIDOS
008940            "  DIVERGENTES: " WS-DIAS-DIVERGENTES
008950            "  AVISOS: " WS-DIAS-AVISO
008960         DELIMITED BY SIZE INTO REPORT-LINE
008970     WRITE REPORT-LINE
008980     CLOSE SUMARIO-REPORT-FILE
008990     DISPLAY REPORT-LINE(1:79)
009000     PERFORM 7000-WRITE-AUDIT
009010     MOVE "F" TO WS-RLG-EVENT-WK
009020     MOVE WS-RECORDS-READ TO WS-RLG-COUNT-WK
009030     PERFORM 7900-WRITE-RUN-LEDGER THRU 7900-EXIT
009040     IF WS-ESTOURO OR WS-DIAS-DIVERGENTES > ZERO
009050         MOVE 8 TO RETURN-CODE
009060     ELSE
009070         IF WS-DIAS-AVISO > ZERO
009080             MOVE 4 TO RETURN-CODE
009090         ELSE
009100             MOVE 0 TO RETURN-CODE
009110         END-IF
009120     END-IF.
009130 9000-EXIT.
009140     EXIT.
