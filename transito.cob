000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TRANSITO.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  LOJA - TRANSFERENCIAS ENTRE FILIAIS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  TRANSITO.CBL
000090*  ACOMPANHAMENTO DAS TRANSFERENCIAS DE NUMERARIO ENTRE FILIAIS
000100*  (MATRIZ E QUIOSQUE DA VILA NORTE). O COFREMOV REGISTRA NO
000110*  TRANSFER (COPYBOOK TRANSFREC) O ENVIO PELA ORIGEM E A CHEGADA
000120*  CONFERIDA PELO DESTINO; O COFRE E O RAZAO LANCAM OS DOIS. ESTE
000130*  PROGRAMA, NA DATA DE REFERENCIA INFORMADA:
000140*    - LISTA AS TRANSFERENCIAS AINDA EM TRANSITO (ENVIADAS E NAO
000150*      CONFIRMADAS), MARCANDO COMO ATRASADA A ENVIADA ANTES DA
000160*      DATA - O QUIOSQUE E PERTO, O DINHEIRO CHEGA NO MESMO DIA;
000170*    - LISTA AS CONFIRMADAS COM VALOR DIFERENTE DO ENVIADO, COM A
000180*      DIFERENCA E QUEM CONFERIU;
000190*    - AVISA CHEGADA SEM ENVIO E REGISTRO INVALIDO NO TRANSFER.
000200*  O RELATORIO SAI NO TRANSRPT. ATRASO, DIFERENCA OU REGISTRO COM
000210*  PROBLEMA SAEM COM RETURN-CODE 4 (AVISO), COMO NO CONCILIA.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TRANSFER-FILE ASSIGN TO "TRANSFER"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS  IS WS-TRF-FILE-STATUS.
000330     SELECT TRANSIT-REPORT-FILE ASSIGN TO "TRANSRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  TRANSFER-FILE
000410     RECORDING MODE IS F.
000420     COPY TRANSFREC.
000430 FD  TRANSIT-REPORT-FILE
000440     RECORDING MODE IS F.
000450 01  REPORT-LINE                 PIC X(80).
000460 FD  AUDIT-LOG-FILE
000470     RECORDING MODE IS F.
000480     COPY AUDITREC.
000490 WORKING-STORAGE SECTION.
000500 01  WS-SWITCHES.
000510     05  WS-TRF-FILE-STATUS      PIC X(02)   VALUE "00".
000520     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000530     05  WS-TRF-EOF-SW           PIC X(01)   VALUE "N".
000540         88  WS-TRF-EOF                      VALUE "Y".
000550     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000560         88  WS-SIGNON-VALID                 VALUE "Y".
000570 01  WS-MSG-CODE-WK              PIC X(08).
000580 01  WS-MSG-TEXT-WK              PIC X(60).
000590 01  WS-OPERATOR-ID              PIC X(08).
000600 01  WS-OPERATOR-PIN             PIC X(04).
000610 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000620 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000630     88  WS-AUTHORIZED                       VALUE "Y".
000640 01  WS-RUN-STAMP-DISP           PIC X(30).
000650     COPY RUNSTAMP.
000660 01  WS-DIA                      PIC X(08).
000670 01  WS-SCAN                     PIC 9(03).
000680 01  WS-TF-POS                   PIC 9(03).
000690 01  WS-TF-NUM-WK                PIC X(06).
000700 01  WS-DIFF                     PIC S9(07)V99.
000710 01  WS-TRF-LIDOS                PIC 9(05)   VALUE ZERO.
000720 01  WS-TRF-INVALIDOS            PIC 9(05)   VALUE ZERO.
000730 01  WS-TRANSITO-COUNT           PIC 9(03)   VALUE ZERO.
000740 01  WS-ATRASADA-COUNT           PIC 9(03)   VALUE ZERO.
000750 01  WS-DIVERG-COUNT             PIC 9(03)   VALUE ZERO.
000760 01  WS-SEMENVIO-COUNT           PIC 9(03)   VALUE ZERO.
000770 01  WS-TOT-TRANSITO             PIC S9(09)V99 VALUE ZERO.
000780 01  WS-TOT-DIFERENCA            PIC S9(09)V99 VALUE ZERO.
000790 01  WS-VALOR-ED                 PIC -ZZZZZZ9.99.
000800
000810******************************************************************
000820*  TRANSFERENCIAS ATE A DATA DE REFERENCIA, UMA ENTRADA POR
000830*  NUMERO, COM O ENVIO E A CHEGADA.
000840******************************************************************
000850 01  WS-TRANSF-TABLE.
000860     05  WS-TF-ENTRY OCCURS 500 TIMES
000870                     INDEXED BY WS-TF-IDX.
000880         10  WS-TF-NUMERO        PIC X(06).
000890         10  WS-TF-ENV-SW        PIC X(01).
000900         10  WS-TF-REC-SW        PIC X(01).
000910         10  WS-TF-ORIGEM        PIC X(03).
000920         10  WS-TF-DESTINO       PIC X(03).
000930         10  WS-TF-DATA-ENV      PIC X(08).
000940         10  WS-TF-DATA-REC      PIC X(08).
000950         10  WS-TF-ENVIADO       PIC 9(07)V99.
000960         10  WS-TF-RECEBIDO      PIC 9(07)V99.
000970         10  WS-TF-REMETENTE     PIC X(08).
000980         10  WS-TF-RECEBEDOR     PIC X(08).
000990 01  WS-TRANSF-COUNT             PIC 9(03)   VALUE ZERO.
001000 01  WS-TRANSF-DROPPED           PIC 9(05)   VALUE ZERO.
001010
001020 PROCEDURE DIVISION.
001030
001040 0000-MAINLINE.
001050     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001060*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001070     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001080                         WS-AUTHORIZED-SW
001090     IF NOT WS-AUTHORIZED
001100         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001110         MOVE 8 TO RETURN-CODE
001120         STOP RUN
001130     END-IF
001140     PERFORM 1000-INITIALIZE
001150     PERFORM 2000-LOAD-TRANSFER THRU 2000-EXIT
001160         UNTIL WS-TRF-EOF
001170     PERFORM 3000-REPORT-TRANSITO THRU 3000-EXIT
001180     PERFORM 3500-REPORT-DIVERGENTES THRU 3500-EXIT
001190     PERFORM 4000-FINALIZE
001200     STOP RUN.
001210
001220******************************************************************
001230*  0010-SIGN-ON
001240*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001250*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001260******************************************************************
001270 0010-SIGN-ON.
001280     MOVE "N" TO WS-SIGNON-VALID-SW
001290     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001300         UNTIL WS-SIGNON-VALID.
001310 0010-EXIT.
001320     EXIT.
001330
001340 0020-PROMPT-SIGNON.
001350     MOVE "SGN-001" TO WS-MSG-CODE-WK
001360     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001370     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001380     ACCEPT WS-OPERATOR-ID
001390     MOVE "SGN-002" TO WS-MSG-CODE-WK
001400     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001410     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001420     ACCEPT WS-OPERATOR-PIN
001430     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001440                           WS-SIGNON-VALID-SW
001450     IF NOT WS-SIGNON-VALID
001460         MOVE "SGN-003" TO WS-MSG-CODE-WK
001470         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001480         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001490     END-IF.
001500 0020-EXIT.
001510     EXIT.
001520
001530******************************************************************
001540*  1000-INITIALIZE
001550*  PEDE A DATA DE REFERENCIA, ABRE OS ARQUIVOS E GRAVA O
001560*  CABECALHO DO RELATORIO.
001570******************************************************************
001580 1000-INITIALIZE.
001590     DISPLAY "DATA DE REFERENCIA (AAAAMMDD, BRANCO=HOJE):"
001600     ACCEPT WS-DIA
001610     IF WS-DIA = SPACES
001620         ACCEPT WS-DIA FROM DATE YYYYMMDD
001630     END-IF
001640     OPEN INPUT TRANSFER-FILE
001650     IF WS-TRF-FILE-STATUS = "35"
001660         MOVE "Y" TO WS-TRF-EOF-SW
001670         DISPLAY "TRANSFER AUSENTE - NENHUMA TRANSFERENCIA"
001680     END-IF
001690     OPEN OUTPUT TRANSIT-REPORT-FILE
001700     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001710     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001720     ACCEPT RUN-STAMP-ID   FROM TIME
001730     MOVE SPACES TO WS-RUN-STAMP-DISP
001740     STRING "EXECUCAO " DELIMITED BY SIZE
001750            RUN-STAMP-DATE DELIMITED BY SIZE
001760            " " DELIMITED BY SIZE
001770            RUN-STAMP-ID DELIMITED BY SIZE
001780         INTO WS-RUN-STAMP-DISP
001790     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
001800     WRITE REPORT-LINE
001810     MOVE SPACES TO REPORT-LINE
001820     STRING "TRANSFERENCIAS ENTRE FILIAIS - POSICAO EM " WS-DIA
001830         DELIMITED BY SIZE INTO REPORT-LINE
001840     WRITE REPORT-LINE
001850     IF NOT WS-TRF-EOF
001860         PERFORM 8000-READ-TRANSFER
001870     END-IF.
001880
001890******************************************************************
001900*  0100-OPEN-AUDIT-LOG-FILE
001910*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
001920*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
001930******************************************************************
001940 0100-OPEN-AUDIT-LOG-FILE.
001950     OPEN EXTEND AUDIT-LOG-FILE
001960     IF WS-AUDIT-FILE-STATUS = "35"
001970         OPEN OUTPUT AUDIT-LOG-FILE
001980         CLOSE AUDIT-LOG-FILE
001990         OPEN EXTEND AUDIT-LOG-FILE
002000     END-IF.
002010
002020******************************************************************
002030*  2000-LOAD-TRANSFER
002040*  LEVA CADA EVENTO ATE A DATA DE REFERENCIA PARA A ENTRADA DO
002050*  NUMERO DELE: O ENVIO ("E") DA ORIGEM, DESTINO, VALOR E QUEM
002060*  ENVIOU; A CHEGADA ("R") DA DATA, VALOR CONTADO E QUEM CONFERIU.
002070*  EVENTO COM NUMERO, TIPO OU VALOR INVALIDO E CONTADO E IGNORADO.
002080******************************************************************
002090 2000-LOAD-TRANSFER.
002100     ADD 1 TO WS-TRF-LIDOS
002110     IF TRF-DATA > WS-DIA
002120         GO TO 2000-NEXT
002130     END-IF
002140     IF TRF-NUMERO NOT NUMERIC
002150         OR (NOT TRF-ENVIADA AND NOT TRF-RECEBIDA)
002160         OR TRF-VALOR-ENVIADO NOT NUMERIC
002170         OR TRF-VALOR-RECEBIDO NOT NUMERIC
002180         ADD 1 TO WS-TRF-INVALIDOS
002190         GO TO 2000-NEXT
002200     END-IF
002210     MOVE TRF-NUMERO TO WS-TF-NUM-WK
002220     PERFORM 5000-FIND-TRANSF THRU 5000-EXIT
002230     IF WS-TF-POS = ZERO
002240         GO TO 2000-NEXT
002250     END-IF
002260     SET WS-TF-IDX TO WS-TF-POS
002270     IF TRF-ENVIADA
002280         MOVE "Y"               TO WS-TF-ENV-SW(WS-TF-IDX)
002290         MOVE TRF-DATA          TO WS-TF-DATA-ENV(WS-TF-IDX)
002300         MOVE TRF-OPERATOR-ID   TO WS-TF-REMETENTE(WS-TF-IDX)
002310     ELSE
002320         MOVE "Y"               TO WS-TF-REC-SW(WS-TF-IDX)
002330         MOVE TRF-DATA          TO WS-TF-DATA-REC(WS-TF-IDX)
002340         MOVE TRF-VALOR-RECEBIDO TO WS-TF-RECEBIDO(WS-TF-IDX)
002350         MOVE TRF-OPERATOR-ID   TO WS-TF-RECEBEDOR(WS-TF-IDX)
002360     END-IF
002370     MOVE TRF-VALOR-ENVIADO     TO WS-TF-ENVIADO(WS-TF-IDX)
002380     IF TRF-ORIGEM = SPACES
002390         MOVE "MTZ"             TO WS-TF-ORIGEM(WS-TF-IDX)
002400     ELSE
002410         MOVE TRF-ORIGEM        TO WS-TF-ORIGEM(WS-TF-IDX)
002420     END-IF
002430     MOVE TRF-DESTINO           TO WS-TF-DESTINO(WS-TF-IDX).
002440 2000-NEXT.
002450     PERFORM 8000-READ-TRANSFER.
002460 2000-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500*  3000-REPORT-TRANSITO
002510*  UMA LINHA POR TRANSFERENCIA ENVIADA E AINDA NAO CONFIRMADA NA
002520*  DATA; A ENVIADA EM DIA ANTERIOR SAI MARCADA COMO ATRASADA.
002530******************************************************************
002540 3000-REPORT-TRANSITO.
002550     MOVE SPACES TO REPORT-LINE
002560     WRITE REPORT-LINE
002570     MOVE "EM TRANSITO (ENVIADAS E NAO CONFIRMADAS):"
002575         TO REPORT-LINE
002580     WRITE REPORT-LINE
002590     MOVE SPACES TO REPORT-LINE
002600     MOVE "NUMERO"        TO REPORT-LINE(1:6)
002610     MOVE "ENVIO"         TO REPORT-LINE(8:5)
002620     MOVE "ROTA"          TO REPORT-LINE(17:4)
002630     MOVE "ENVIADO"       TO REPORT-LINE(30:7)
002640     MOVE "ENVIOU"        TO REPORT-LINE(39:6)
002650     WRITE REPORT-LINE
002660     PERFORM 3100-REPORT-ONE-TRANSITO THRU 3100-EXIT
002670         VARYING WS-SCAN FROM 1 BY 1
002680         UNTIL WS-SCAN > WS-TRANSF-COUNT
002690     IF WS-TRANSITO-COUNT = ZERO
002700         MOVE "  (NENHUMA)" TO REPORT-LINE
002710         WRITE REPORT-LINE
002720     END-IF.
002730 3000-EXIT.
002740     EXIT.
002750
002760 3100-REPORT-ONE-TRANSITO.
002770     SET WS-TF-IDX TO WS-SCAN
002780     IF WS-TF-ENV-SW(WS-TF-IDX) NOT = "Y"
002790         OR WS-TF-REC-SW(WS-TF-IDX) = "Y"
002800         GO TO 3100-EXIT
002810     END-IF
002820     ADD 1 TO WS-TRANSITO-COUNT
002830     ADD WS-TF-ENVIADO(WS-TF-IDX) TO WS-TOT-TRANSITO
002840     MOVE SPACES TO REPORT-LINE
002850     MOVE WS-TF-NUMERO(WS-TF-IDX)    TO REPORT-LINE(1:6)
002860     MOVE WS-TF-DATA-ENV(WS-TF-IDX)  TO REPORT-LINE(8:8)
002870     MOVE WS-TF-ORIGEM(WS-TF-IDX)    TO REPORT-LINE(17:3)
002880     MOVE ">"                        TO REPORT-LINE(20:1)
002890     MOVE WS-TF-DESTINO(WS-TF-IDX)   TO REPORT-LINE(21:3)
002900     MOVE WS-TF-ENVIADO(WS-TF-IDX)   TO WS-VALOR-ED
002910     MOVE WS-VALOR-ED                TO REPORT-LINE(26:11)
002920     MOVE WS-TF-REMETENTE(WS-TF-IDX) TO REPORT-LINE(39:8)
002930     IF WS-TF-DATA-ENV(WS-TF-IDX) < WS-DIA
002940         ADD 1 TO WS-ATRASADA-COUNT
002950         MOVE "ATRASADA"             TO REPORT-LINE(49:8)
002960     END-IF
002970     WRITE REPORT-LINE.
002980 3100-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020*  3500-REPORT-DIVERGENTES
003030*  UMA LINHA POR TRANSFERENCIA CONFIRMADA COM VALOR DIFERENTE DO
003040*  ENVIADO (DIFERENCA = CONTADO NA CHEGADA MENOS O ENVIADO), E A
003050*  CHEGADA SEM ENVIO REGISTRADO, QUE NAO TEM COM O QUE CONFERIR.
003060******************************************************************
003070 3500-REPORT-DIVERGENTES.
003080     MOVE SPACES TO REPORT-LINE
003090     WRITE REPORT-LINE
003100     MOVE "CONFIRMADAS COM VALOR DIFERENTE DO ENVIADO:"
003110         TO REPORT-LINE
003120     WRITE REPORT-LINE
003130     MOVE SPACES TO REPORT-LINE
003140     MOVE "NUMERO"        TO REPORT-LINE(1:6)
003150     MOVE "CHEGADA"       TO REPORT-LINE(8:7)
003160     MOVE "ROTA"          TO REPORT-LINE(17:4)
003170     MOVE "ENVIADO"       TO REPORT-LINE(29:7)
003180     MOVE "RECEBIDO"      TO REPORT-LINE(40:8)
003190     MOVE "DIFERENCA"     TO REPORT-LINE(51:9)
003200     MOVE "CONFERIU"      TO REPORT-LINE(62:8)
003210     WRITE REPORT-LINE
003220     PERFORM 3600-REPORT-ONE-DIVERG THRU 3600-EXIT
003230         VARYING WS-SCAN FROM 1 BY 1
003240         UNTIL WS-SCAN > WS-TRANSF-COUNT
003250     IF WS-DIVERG-COUNT = ZERO AND WS-SEMENVIO-COUNT = ZERO
003260         MOVE "  (NENHUMA)" TO REPORT-LINE
003270         WRITE REPORT-LINE
003280     END-IF.
003290 3500-EXIT.
003300     EXIT.
003310
003320 3600-REPORT-ONE-DIVERG.
003330     SET WS-TF-IDX TO WS-SCAN
003340     IF WS-TF-REC-SW(WS-TF-IDX) NOT = "Y"
003350         GO TO 3600-EXIT
003360     END-IF
003370     IF WS-TF-ENV-SW(WS-TF-IDX) NOT = "Y"
003380         ADD 1 TO WS-SEMENVIO-COUNT
003390         MOVE SPACES TO REPORT-LINE
003400         STRING WS-TF-NUMERO(WS-TF-IDX) " "
003410                WS-TF-DATA-REC(WS-TF-IDX)
003420                " CHEGADA SEM ENVIO REGISTRADO - CONFERIU "
003430                WS-TF-RECEBEDOR(WS-TF-IDX)
003440             DELIMITED BY SIZE INTO REPORT-LINE
003450         WRITE REPORT-LINE
003460         GO TO 3600-EXIT
003470     END-IF
003480     IF WS-TF-RECEBIDO(WS-TF-IDX) = WS-TF-ENVIADO(WS-TF-IDX)
003490         GO TO 3600-EXIT
003500     END-IF
003510     ADD 1 TO WS-DIVERG-COUNT
003520     COMPUTE WS-DIFF =
003530         WS-TF-RECEBIDO(WS-TF-IDX) - WS-TF-ENVIADO(WS-TF-IDX)
003540     ADD WS-DIFF TO WS-TOT-DIFERENCA
003550     MOVE SPACES TO REPORT-LINE
003560     MOVE WS-TF-NUMERO(WS-TF-IDX)    TO REPORT-LINE(1:6)
003570     MOVE WS-TF-DATA-REC(WS-TF-IDX)  TO REPORT-LINE(8:8)
003580     MOVE WS-TF-ORIGEM(WS-TF-IDX)    TO REPORT-LINE(17:3)
003590     MOVE ">"                        TO REPORT-LINE(20:1)
003600     MOVE WS-TF-DESTINO(WS-TF-IDX)   TO REPORT-LINE(21:3)
003610     MOVE WS-TF-ENVIADO(WS-TF-IDX)   TO WS-VALOR-ED
003620     MOVE WS-VALOR-ED                TO REPORT-LINE(25:11)
003630     MOVE WS-TF-RECEBIDO(WS-TF-IDX)  TO WS-VALOR-ED
003640     MOVE WS-VALOR-ED                TO REPORT-LINE(37:11)
003650     MOVE WS-DIFF                    TO WS-VALOR-ED
003660     MOVE WS-VALOR-ED                TO REPORT-LINE(49:11)
003670     MOVE WS-TF-RECEBEDOR(WS-TF-IDX) TO REPORT-LINE(62:8)
003680     WRITE REPORT-LINE.
003690 3600-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*  4000-FINALIZE
003740*  GRAVA OS TOTAIS, REGISTRA A POSICAO NA AUDITORIA E FECHA OS
003750*  ARQUIVOS. TRANSFERENCIA ATRASADA, DIFERENCA NA CHEGADA,
003760*  CHEGADA SEM ENVIO OU REGISTRO INVALIDO DEIXA O RETURN-CODE EM
003770*  4 PARA O SUPERVISOR OLHAR O RELATORIO.
003780******************************************************************
003790 4000-FINALIZE.
003800     MOVE SPACES TO REPORT-LINE
003810     WRITE REPORT-LINE
003820     MOVE WS-TOT-TRANSITO TO WS-VALOR-ED
003830     MOVE SPACES TO REPORT-LINE
003840     STRING "TOTAL EM TRANSITO             R$" WS-VALOR-ED
003850            " (" WS-TRANSITO-COUNT ")"
003860         DELIMITED BY SIZE INTO REPORT-LINE
003870     WRITE REPORT-LINE
003880     MOVE WS-TOT-DIFERENCA TO WS-VALOR-ED
003890     MOVE SPACES TO REPORT-LINE
003900     STRING "DIFERENCA NAS CHEGADAS        R$" WS-VALOR-ED
003910            " (" WS-DIVERG-COUNT ")"
003920         DELIMITED BY SIZE INTO REPORT-LINE
003930     WRITE REPORT-LINE
003940     MOVE SPACES TO REPORT-LINE
003950     STRING "ATRASADAS: " WS-ATRASADA-COUNT
003960            "  CHEGADA SEM ENVIO: " WS-SEMENVIO-COUNT
003970         DELIMITED BY SIZE INTO REPORT-LINE
003980     WRITE REPORT-LINE
003990     IF WS-TRF-INVALIDOS > ZERO
004000         MOVE SPACES TO REPORT-LINE
004010         STRING "*** AVISO: " WS-TRF-INVALIDOS
004020                " EVENTO(S) INVALIDO(S) NO TRANSFER"
004030             DELIMITED BY SIZE INTO REPORT-LINE
004040         WRITE REPORT-LINE
004050     END-IF
004060     IF WS-TRANSF-DROPPED > ZERO
004070         MOVE SPACES TO REPORT-LINE
004080         STRING "*** AVISO: " WS-TRANSF-DROPPED
004090                " EVENTOS SEM VAGA NA TABELA DE 500"
004100             DELIMITED BY SIZE INTO REPORT-LINE
004110         WRITE REPORT-LINE
004120     END-IF
004130     PERFORM 7000-WRITE-AUDIT
004140     IF WS-ATRASADA-COUNT > ZERO
004150         OR WS-DIVERG-COUNT > ZERO
004160         OR WS-SEMENVIO-COUNT > ZERO
004170         OR WS-TRF-INVALIDOS > ZERO
004180         MOVE 4 TO RETURN-CODE
004190     END-IF
004200     IF WS-TRF-FILE-STATUS NOT = "35"
004210         CLOSE TRANSFER-FILE
004220     END-IF
004230     CLOSE TRANSIT-REPORT-FILE
004240     CLOSE AUDIT-LOG-FILE.
004250
004260******************************************************************
004270*  5000-FIND-TRANSF
004280*  LOCALIZA O NUMERO (WS-TF-NUM-WK) NA TABELA, ACRESCENTANDO-O
004290*  ZERADO SE AINDA NAO EXISTE. TABELA CHEIA DEVOLVE WS-TF-POS
004300*  ZERO E O EVENTO E CONTADO COMO PERDIDO.
004310******************************************************************
004320 5000-FIND-TRANSF.
004330     MOVE ZERO TO WS-TF-POS
004340     PERFORM 5050-MATCH-TRANSF THRU 5050-EXIT
004350         VARYING WS-SCAN FROM 1 BY 1
004360         UNTIL WS-SCAN > WS-TRANSF-COUNT OR WS-TF-POS NOT = ZERO
004370     IF WS-TF-POS NOT = ZERO
004380         GO TO 5000-EXIT
004390     END-IF
004400     IF WS-TRANSF-COUNT NOT < 500
004410         ADD 1 TO WS-TRANSF-DROPPED
004420         GO TO 5000-EXIT
004430     END-IF
004440     ADD 1 TO WS-TRANSF-COUNT
004450     MOVE WS-TRANSF-COUNT TO WS-TF-POS
004460     SET WS-TF-IDX TO WS-TF-POS
004470     MOVE WS-TF-NUM-WK  TO WS-TF-NUMERO(WS-TF-IDX)
004480     MOVE "N"           TO WS-TF-ENV-SW(WS-TF-IDX)
004490     MOVE "N"           TO WS-TF-REC-SW(WS-TF-IDX)
004500     MOVE SPACES        TO WS-TF-ORIGEM(WS-TF-IDX)
004510     MOVE SPACES        TO WS-TF-DESTINO(WS-TF-IDX)
004520     MOVE SPACES        TO WS-TF-DATA-ENV(WS-TF-IDX)
004530     MOVE SPACES        TO WS-TF-DATA-REC(WS-TF-IDX)
004540     MOVE ZERO          TO WS-TF-ENVIADO(WS-TF-IDX)
004550     MOVE ZERO          TO WS-TF-RECEBIDO(WS-TF-IDX)
004560     MOVE SPACES        TO WS-TF-REMETENTE(WS-TF-IDX)
004570     MOVE SPACES        TO WS-TF-RECEBEDOR(WS-TF-IDX).
004580 5000-EXIT.
004590     EXIT.
004600
004610 5050-MATCH-TRANSF.
004620     SET WS-TF-IDX TO WS-SCAN
004630     IF WS-TF-NUMERO(WS-TF-IDX) = WS-TF-NUM-WK
004640         MOVE WS-SCAN TO WS-TF-POS
004650     END-IF.
004660 5050-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700*  7000-WRITE-AUDIT
004710*  GRAVA O RESUMO DA POSICAO NA TRILHA DE AUDITORIA.
004720******************************************************************
004730 7000-WRITE-AUDIT.
004740     MOVE "TRANSITO"         TO AUDIT-PROGRAM-ID
004750     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004760     ACCEPT AUDIT-TIME FROM TIME
004770     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004780     MOVE WS-DIA              TO AUDIT-KEY
004790     MOVE SPACES              TO AUDIT-DETAIL
004800     MOVE WS-TOT-TRANSITO     TO WS-VALOR-ED
004810     STRING "TRANSITO=" WS-TRANSITO-COUNT
004820            " R$" WS-VALOR-ED
004830            " ATRASO=" WS-ATRASADA-COUNT
004840            " DIVERG=" WS-DIVERG-COUNT
004850            " SEMENVIO=" WS-SEMENVIO-COUNT
004860         DELIMITED BY SIZE INTO AUDIT-DETAIL
004870     CALL "AUDITWR" USING AUDIT-RECORD.
004880
004890******************************************************************
004900*  8000-READ-TRANSFER
004910*  LE O PROXIMO EVENTO DO ARQUIVO DE TRANSFERENCIAS.
004920******************************************************************
004930 8000-READ-TRANSFER.
004940     READ TRANSFER-FILE
004950         AT END
004960             MOVE "Y" TO WS-TRF-EOF-SW
004970     END-READ.
