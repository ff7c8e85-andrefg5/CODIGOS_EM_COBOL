000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RECIBOS.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BALCAO - ANULACAO E SEQUENCIA DE RECIBOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  RECIBOS.CBL
000090*  CONTROLE DOS RECIBOS NUMERADOS DO BALCAO. O PASSVEND, O
000100*  CARNVEND, O MENSALID E O CAIXINHA TIRAM CADA RECIBO DA SERIE
000110*  DA FILIAL PELA ROTINA RECIBO (REGISTRO RECIBREG, CONTROLE
000120*  RECIBCTL). AQUI:
000130*    A - ANULA UM RECIBO: EXIGE O MOTIVO E O SUPERVISOR (ID/PIN
000140*        PROPRIOS PELO OPSIGNON, NIVEL 9 PELO OPAUTH, DIFERENTE DO
000150*        OPERADOR). GRAVA O EVENTO "A" NO RECIBREG E, SE ERA
000160*        DINHEIRO RECEBIDO EM UM CAIXA, O ESTORNO NEGATIVO NO
000170*        DEPOSITO ESPERADO (EXPDEP) DO CAIXA NO DIA DA ANULACAO.
000180*        O PASSE, O CARNE, A MENSALIDADE OU O VALE EM SI NAO SAO
000190*        DESFEITOS AQUI - SO O RECIBO E O DINHEIRO ESPERADO;
000200*    R - RELATORIO DA SEQUENCIA DO DIA (RECIBRPT): POR SERIE, OS
000210*        RECIBOS EMITIDOS, AS FALTAS NA NUMERACAO (NUMERO TIRADO
000220*        DO CONTROLE SEM RECIBO GRAVADO), AS ANULACOES E O TOTAL;
000230*        E A CONFERENCIA DAS ENTRADAS DE CADA CAIXA CONTRA O QUE
000240*        AS VENDAS DE BALCAO LANCARAM NO EXPDEP. FALTA OU
000250*        DIVERGENCIA DEIXA RC=4.
000260*  A FALTA ENTRE O ULTIMO RECIBO DE UM DIA E O PRIMEIRO DO DIA
000270*  SEGUINTE SAI NO RELATORIO DO DIA SEGUINTE; A FALTA DEPOIS DO
000280*  ULTIMO RECIBO GRAVADO (CONTROLE A FRENTE DO REGISTRO) SAI EM
000290*  TODO RELATORIO ATE SER EXPLICADA.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*  DATE       INIT  DESCRIPTION
000330*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RECEIPT-REGISTER-FILE ASSIGN TO "RECIBREG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-REG-FILE-STATUS.
000410     SELECT RECEIPT-CONTROL-FILE ASSIGN TO "RECIBCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-CTL-FILE-STATUS.
000440     SELECT EXPECTED-DEPOSIT-FILE ASSIGN TO "EXPDEP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-EXPDEP-FILE-STATUS.
000470     SELECT RECEIPT-REPORT-FILE ASSIGN TO "RECIBRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RECEIPT-REGISTER-FILE
000550     RECORDING MODE IS F.
000560     COPY RECIBOREC.
000570 FD  RECEIPT-CONTROL-FILE
000580     RECORDING MODE IS F.
000590     COPY RECCTLREC.
000600 FD  EXPECTED-DEPOSIT-FILE
000610     RECORDING MODE IS F.
000620     COPY EXPDEPREC.
000630 FD  RECEIPT-REPORT-FILE
000640     RECORDING MODE IS F.
000650 01  REPORT-LINE                 PIC X(80).
000660 FD  AUDIT-LOG-FILE
000670     RECORDING MODE IS F.
000680     COPY AUDITREC.
000690 WORKING-STORAGE SECTION.
000700 01  WS-SWITCHES.
000710     05  WS-REG-FILE-STATUS      PIC X(02)   VALUE "00".
000720     05  WS-CTL-FILE-STATUS      PIC X(02)   VALUE "00".
000730     05  WS-EXPDEP-FILE-STATUS   PIC X(02)   VALUE "00".
000740     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000750     05  WS-REG-EOF-SW           PIC X(01)   VALUE "N".
000760         88  WS-REG-EOF                      VALUE "Y".
000770     05  WS-CTL-EOF-SW           PIC X(01)   VALUE "N".
000780         88  WS-CTL-EOF                      VALUE "Y".
000790     05  WS-EXPDEP-EOF-SW        PIC X(01)   VALUE "N".
000800         88  WS-EXPDEP-EOF                   VALUE "Y".
000810     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000820         88  WS-EXIT                         VALUE "Y".
000830     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000840         88  WS-SIGNON-VALID                 VALUE "Y".
000850     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000860         88  WS-FOUND                        VALUE "Y".
000870     05  WS-ANULADO-SW           PIC X(01)   VALUE "N".
000880         88  WS-JA-ANULADO                   VALUE "Y".
000890*    RELATORIO COM FALTA OU DIVERGENCIA - RC=4 NA SAIDA.
000900     05  WS-AVISO-SW             PIC X(01)   VALUE "N".
000910         88  WS-AVISO                        VALUE "Y".
000920 01  WS-MSG-CODE-WK              PIC X(08).
000930 01  WS-MSG-TEXT-WK              PIC X(60).
000940 01  WS-OPERATOR-ID              PIC X(08).
000950 01  WS-OPERATOR-PIN             PIC X(04).
000960 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000970 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000980     88  WS-AUTHORIZED                       VALUE "Y".
000990*  SUPERVISOR DA ANULACAO - ID/PIN PROPRIOS (OPSIGNON) E NIVEL 9
001000*  CONFERIDO PELO OPAUTH NA HORA DA ACAO.
001010 01  WS-SUPERV-ID                PIC X(08).
001020 01  WS-SUPERV-PIN               PIC X(04).
001030 01  WS-SUPERV-VALID-SW          PIC X(01)   VALUE "N".
001040     88  WS-SUPERV-VALID                     VALUE "Y".
001050 01  WS-SUPERV-LEVEL             PIC 9(01)   VALUE 9.
001060 01  WS-SUPERV-SW                PIC X(01)   VALUE "N".
001070     88  WS-SUPERVISOR                       VALUE "Y".
001080 01  WS-ACAO                     PIC X(01).
001090 01  WS-HOJE                     PIC X(08).
001100 01  WS-AGORA                    PIC X(08).
001110 01  WS-REP-DATE                 PIC X(08).
001120 01  WS-IN-SERIE                 PIC X(03).
001130 01  WS-IN-NUMERO                PIC X(07).
001140 01  WS-IN-MOTIVO                PIC X(20).
001150 01  WS-IN-DATE                  PIC X(08).
001160 01  WS-SERIE-WK                 PIC X(03).
001170 01  WS-NUMERO-WK                PIC 9(07).
001180 01  WS-CAIXA-WK                 PIC X(05).
001190 01  WS-ANUL-DATA                PIC X(08).
001200 01  WS-ANUL-SUPERV              PIC X(08).
001210*  RECIBO EMITIDO ACHADO NO RECIBREG, GUARDADO PARA A ANULACAO.
001220 01  WS-RECIBO-ORIG              PIC X(120).
001230 01  WS-ESPERADO                 PIC 9(07).
001240 01  WS-FALTA-ATE                PIC 9(07).
001250 01  WS-FALTA-QTDE               PIC 9(07).
001260 01  WS-LIQUIDO                  PIC S9(07)V99.
001270 01  WS-DIFERENCA                PIC S9(07)V99.
001280 01  WS-TIE-MSG                  PIC X(07).
001290 01  WS-TIPO-FLAG                PIC X(07).
001300 01  WS-SCAN                     PIC 9(03).
001310 01  WS-SCAN-RD                  PIC 9(04).
001320 01  WS-VOID-COUNT               PIC 9(03)   VALUE ZERO.
001330 01  WS-REPORT-COUNT             PIC 9(03)   VALUE ZERO.
001340 01  WS-TOT-FALTAS               PIC 9(07)   VALUE ZERO.
001350 01  WS-DIVERGE-COUNT            PIC 9(03)   VALUE ZERO.
001360 01  WS-DROPPED                  PIC 9(05)   VALUE ZERO.
001370 01  WS-VALOR-ED                 PIC -ZZZZZZ9.99.
001380 01  WS-VALOR2-ED                PIC -ZZZZZZ9.99.
001390 01  WS-VALOR3-ED                PIC -ZZZZZZ9.99.
001400 01  WS-COUNT-ED                 PIC ZZZ9.
001410 01  WS-RUN-STAMP-DISP           PIC X(30).
001420     COPY RUNSTAMP.
001430
001440******************************************************************
001450*  SERIES DO RELATORIO: DO CONTROLE (ULTIMO NUMERO TIRADO) E DO
001460*  REGISTRO. MAIOR-ANTES E O MAIOR NUMERO EMITIDO ANTES DO DIA;
001470*  MENOR-DEPOIS, O MENOR EMITIDO DEPOIS DELE (ZERO = NENHUM).
001480******************************************************************
001490 01  WS-SERIE-TABLE.
001500     05  WS-SR-ENTRY OCCURS 50 TIMES
001510                     INDEXED BY WS-SR-IDX.
001520         10  WS-SR-SERIE         PIC X(03).
001530         10  WS-SR-ULTIMO        PIC 9(07).
001540         10  WS-SR-MAIOR-ANTES   PIC 9(07).
001550         10  WS-SR-MENOR-DEPOIS  PIC 9(07).
001560         10  WS-SR-EMIT-COUNT    PIC 9(04).
001570         10  WS-SR-ENTRADAS      PIC 9(07)V99.
001580         10  WS-SR-SAIDAS        PIC 9(07)V99.
001590         10  WS-SR-ANUL-COUNT    PIC 9(04).
001600         10  WS-SR-ANUL-ENTRADAS PIC 9(07)V99.
001610         10  WS-SR-ANUL-SAIDAS   PIC 9(07)V99.
001620         10  WS-SR-FORA          PIC S9(07)V99.
001630         10  WS-SR-FALTAS        PIC 9(07).
001640 01  WS-SR-COUNT                 PIC 9(03)   VALUE ZERO.
001650
001660******************************************************************
001670*  RECIBOS EMITIDOS NO DIA, NA ORDEM DO REGISTRO (A ROTINA RECIBO
001680*  GRAVA CADA SERIE EM ORDEM CRESCENTE DE NUMERO).
001690******************************************************************
001700 01  WS-DIA-TABLE.
001710     05  WS-RD-ENTRY OCCURS 500 TIMES
001720                     INDEXED BY WS-RD-IDX.
001730         10  WS-RD-SERIE         PIC X(03).
001740         10  WS-RD-NUMERO        PIC 9(07).
001750         10  WS-RD-TIPO          PIC X(01).
001760         10  WS-RD-VALOR         PIC 9(07)V99.
001770         10  WS-RD-CAIXA         PIC X(05).
001780         10  WS-RD-ORIGEM        PIC X(08).
001790         10  WS-RD-REFERENCIA    PIC X(30).
001800         10  WS-RD-ANUL-SW       PIC X(01).
001810             88  WS-RD-ANULADO               VALUE "Y".
001820 01  WS-RD-COUNT                 PIC 9(04)   VALUE ZERO.
001830
001840******************************************************************
001850*  ANULACOES FEITAS NO DIA (QUALQUER QUE SEJA O DIA DA EMISSAO).
001860******************************************************************
001870 01  WS-ANUL-TABLE.
001880     05  WS-AN-ENTRY OCCURS 200 TIMES
001890                     INDEXED BY WS-AN-IDX.
001900         10  WS-AN-SERIE         PIC X(03).
001910         10  WS-AN-NUMERO        PIC 9(07).
001920         10  WS-AN-TIPO          PIC X(01).
001930         10  WS-AN-VALOR         PIC 9(07)V99.
001940         10  WS-AN-CAIXA         PIC X(05).
001950         10  WS-AN-MOTIVO        PIC X(20).
001960         10  WS-AN-SUPERVISOR    PIC X(08).
001970         10  WS-AN-OPERATOR      PIC X(08).
001980 01  WS-AN-COUNT                 PIC 9(03)   VALUE ZERO.
001990
002000******************************************************************
002010*  CONFERENCIA POR SERIE E CAIXA: ENTRADAS DOS RECIBOS DO DIA
002020*  (MENOS AS ANULADAS NO DIA) CONTRA O EXPDEP COM NUMERO DE
002030*  RECIBO.
002040******************************************************************
002050 01  WS-TIE-TABLE.
002060     05  WS-TI-ENTRY OCCURS 100 TIMES
002070                     INDEXED BY WS-TI-IDX.
002080         10  WS-TI-SERIE         PIC X(03).
002090         10  WS-TI-CAIXA         PIC X(05).
002100         10  WS-TI-RECIBOS       PIC S9(07)V99.
002110         10  WS-TI-EXPDEP        PIC S9(07)V99.
002120 01  WS-TI-COUNT                 PIC 9(03)   VALUE ZERO.
002130
002140 PROCEDURE DIVISION.
002150
002160 0000-MAINLINE.
002170     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002180*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
002190     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002200                         WS-AUTHORIZED-SW
002210     IF NOT WS-AUTHORIZED
002220         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002230         MOVE 8 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     PERFORM 1000-INITIALIZE
002270     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002280         UNTIL WS-EXIT
002290     PERFORM 9000-FINALIZE
002300     STOP RUN.
002310
002320******************************************************************
002330*  0010-SIGN-ON
002340*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002350*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002360******************************************************************
002370 0010-SIGN-ON.
002380     MOVE "N" TO WS-SIGNON-VALID-SW
002390     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002400         UNTIL WS-SIGNON-VALID.
002410 0010-EXIT.
002420     EXIT.
002430
002440 0020-PROMPT-SIGNON.
002450     MOVE "SGN-001" TO WS-MSG-CODE-WK
002460     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002470     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002480     ACCEPT WS-OPERATOR-ID
002490     MOVE "SGN-002" TO WS-MSG-CODE-WK
002500     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002510     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002520     ACCEPT WS-OPERATOR-PIN
002530     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002540                           WS-SIGNON-VALID-SW
002550     IF NOT WS-SIGNON-VALID
002560         MOVE "SGN-003" TO WS-MSG-CODE-WK
002570         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002580         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002590     END-IF.
002600 0020-EXIT.
002610     EXIT.
002620
002630******************************************************************
002640*  1000-INITIALIZE
002650*  GUARDA A DATA E O CARIMBO DA EXECUCAO E ABRE A AUDITORIA.
002660******************************************************************
002670 1000-INITIALIZE.
002680     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002690     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002700     ACCEPT RUN-STAMP-ID   FROM TIME
002710     MOVE SPACES TO WS-RUN-STAMP-DISP
002720     STRING "EXECUCAO " DELIMITED BY SIZE
002730            RUN-STAMP-DATE DELIMITED BY SIZE
002740            " " DELIMITED BY SIZE
002750            RUN-STAMP-ID DELIMITED BY SIZE
002760         INTO WS-RUN-STAMP-DISP
002770     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002780
002790******************************************************************
002800*  0100-OPEN-AUDIT-LOG-FILE
002810*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002820*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002830******************************************************************
002840 0100-OPEN-AUDIT-LOG-FILE.
002850     OPEN EXTEND AUDIT-LOG-FILE
002860     IF WS-AUDIT-FILE-STATUS = "35"
002870         OPEN OUTPUT AUDIT-LOG-FILE
002880         CLOSE AUDIT-LOG-FILE
002890         OPEN EXTEND AUDIT-LOG-FILE
002900     END-IF.
002910
002920******************************************************************
002930*  2000-SHOW-MENU
002940*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
002950******************************************************************
002960 2000-SHOW-MENU.
002970     DISPLAY " "
002980     DISPLAY "RECIBOS DO BALCAO - ESCOLHA A ACAO:"
002990     DISPLAY "  A - ANULAR UM RECIBO (EXIGE SUPERVISOR)"
003000     DISPLAY "  R - RELATORIO DA SEQUENCIA DO DIA (RECIBRPT)"
003010     DISPLAY "  X - SAIR"
003020     ACCEPT WS-ACAO
003030     EVALUATE WS-ACAO
003040         WHEN "A"
003050         WHEN "a"
003060             PERFORM 2100-ANULA-RECIBO THRU 2100-EXIT
003070         WHEN "R"
003080         WHEN "r"
003090             PERFORM 3000-DAILY-REPORT THRU 3000-EXIT
003100         WHEN "X"
003110         WHEN "x"
003120             MOVE "Y" TO WS-EXIT-SW
003130         WHEN OTHER
003140             DISPLAY "ACAO INVALIDA"
003150     END-EVALUATE.
003160 2000-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200*  2100-ANULA-RECIBO
003210*  ANULA UM RECIBO EMITIDO: CONFERE QUE EXISTE E QUE AINDA NAO FOI
003220*  ANULADO, EXIGE O MOTIVO E O SUPERVISOR, GRAVA O EVENTO "A" E O
003230*  ESTORNO NO EXPDEP (SO ENTRADA COM CAIXA) E A AUDITORIA.
003240******************************************************************
003250 2100-ANULA-RECIBO.
003260     DISPLAY "SERIE DO RECIBO (FILIAL, BRANCO=MTZ):"
003270     ACCEPT WS-IN-SERIE
003280     IF WS-IN-SERIE = SPACES
003290         MOVE "MTZ" TO WS-SERIE-WK
003300     ELSE
003310         MOVE WS-IN-SERIE TO WS-SERIE-WK
003320     END-IF
003330     DISPLAY "NUMERO DO RECIBO (7 DIGITOS):"
003340     ACCEPT WS-IN-NUMERO
003350     IF WS-IN-NUMERO NOT NUMERIC
003360         DISPLAY "NUMERO INVALIDO"
003370         GO TO 2100-EXIT
003380     END-IF
003390     MOVE WS-IN-NUMERO TO WS-NUMERO-WK
003400     PERFORM 5000-FIND-RECEIPT THRU 5000-EXIT
003410     IF NOT WS-FOUND
003420         DISPLAY "RECIBO " WS-SERIE-WK "-" WS-NUMERO-WK
003430                 " NAO ENCONTRADO NO RECIBREG"
003440         GO TO 2100-EXIT
003450     END-IF
003460     IF WS-JA-ANULADO
003470         DISPLAY "RECIBO JA ANULADO EM " WS-ANUL-DATA
003480                 " - SUPERVISOR " WS-ANUL-SUPERV
003490         GO TO 2100-EXIT
003500     END-IF
003510     MOVE WS-RECIBO-ORIG TO RECEIPT-RECORD
003520     MOVE RCB-VALOR TO WS-VALOR-ED
003530     DISPLAY "RECIBO " RCB-SERIE "-" RCB-NUMERO " DE " RCB-DATA
003540             " " RCB-ORIGEM " R$" WS-VALOR-ED
003550     DISPLAY "  " RCB-REFERENCIA " CAIXA " RCB-CAIXA
003560     DISPLAY "MOTIVO DA ANULACAO:"
003570     ACCEPT WS-IN-MOTIVO
003580     IF WS-IN-MOTIVO = SPACES
003590         DISPLAY "MOTIVO OBRIGATORIO - ANULACAO CANCELADA"
003600         GO TO 2100-EXIT
003610     END-IF
003620     DISPLAY "SUPERVISOR - ID:"
003630     ACCEPT WS-SUPERV-ID
003640     DISPLAY "SUPERVISOR - PIN:"
003650     ACCEPT WS-SUPERV-PIN
003660     MOVE "N" TO WS-SUPERV-VALID-SW
003670     CALL "OPSIGNON" USING WS-SUPERV-ID WS-SUPERV-PIN
003680                           WS-SUPERV-VALID-SW
003690     IF NOT WS-SUPERV-VALID
003700         DISPLAY "SUPERVISOR NAO RECONHECIDO - ANULACAO CANCELADA"
003710         GO TO 2100-EXIT
003720     END-IF
003730     MOVE "N" TO WS-SUPERV-SW
003740     CALL "OPAUTH" USING WS-SUPERV-ID WS-SUPERV-LEVEL
003750                         WS-SUPERV-SW
003760     IF NOT WS-SUPERVISOR
003770         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
003780         GO TO 2100-EXIT
003790     END-IF
003800*    QUATRO OLHOS: QUEM PEDE A ANULACAO NAO A AUTORIZA.
003810     IF WS-SUPERV-ID = WS-OPERATOR-ID
003820         DISPLAY "SUPERVISOR IGUAL AO OPERADOR - RECUSADO"
003830         GO TO 2100-EXIT
003840     END-IF
003850     PERFORM 2200-WRITE-VOID THRU 2200-EXIT
003860     PERFORM 2300-WRITE-EXPDEP THRU 2300-EXIT
003870     PERFORM 7000-WRITE-AUDIT-ANULA
003880     ADD 1 TO WS-VOID-COUNT
003890     DISPLAY "RECIBO " RCB-SERIE "-" RCB-NUMERO " ANULADO".
003900 2100-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*  2200-WRITE-VOID
003950*  ACRESCENTA NO RECIBREG O EVENTO "A", REPETINDO OS DADOS DO
003960*  RECIBO EMITIDO, COM O MOTIVO, O SUPERVISOR E QUEM ANULOU.
003970******************************************************************
003980 2200-WRITE-VOID.
003990     ACCEPT WS-AGORA FROM TIME
004000     OPEN EXTEND RECEIPT-REGISTER-FILE
004010     IF WS-REG-FILE-STATUS = "35"
004020         OPEN OUTPUT RECEIPT-REGISTER-FILE
004030         CLOSE RECEIPT-REGISTER-FILE
004040         OPEN EXTEND RECEIPT-REGISTER-FILE
004050     END-IF
004060     MOVE WS-RECIBO-ORIG TO RECEIPT-RECORD
004070     MOVE "A"            TO RCB-EVENTO
004080     MOVE WS-HOJE        TO RCB-DATA
004090     MOVE WS-AGORA       TO RCB-HORA
004100     MOVE WS-OPERATOR-ID TO RCB-OPERATOR
004110     MOVE WS-IN-MOTIVO   TO RCB-MOTIVO
004120     MOVE WS-SUPERV-ID   TO RCB-SUPERVISOR
004130     WRITE RECEIPT-RECORD
004140     CLOSE RECEIPT-REGISTER-FILE.
004150 2200-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*  2300-WRITE-EXPDEP
004200*  DINHEIRO RECEBIDO EM UM CAIXA E ANULADO SAI DO DEPOSITO
004210*  ESPERADO DO CAIXA NO DIA DA ANULACAO (VALOR NEGATIVO), COM A
004220*  SERIE COMO FILIAL E O NUMERO DO RECIBO. VALE (SAIDA) OU RECIBO
004230*  SEM CAIXA NAO MEXE NO EXPDEP.
004240******************************************************************
004250 2300-WRITE-EXPDEP.
004260     IF NOT RCB-ENTRADA
004270         GO TO 2300-EXIT
004280     END-IF
004290     IF RCB-CAIXA = SPACES
004300         DISPLAY "RECIBO SEM CAIXA - FORA DO EXPDEP"
004310         GO TO 2300-EXIT
004320     END-IF
004330     OPEN EXTEND EXPECTED-DEPOSIT-FILE
004340     IF WS-EXPDEP-FILE-STATUS = "35"
004350         OPEN OUTPUT EXPECTED-DEPOSIT-FILE
004360         CLOSE EXPECTED-DEPOSIT-FILE
004370         OPEN EXTEND EXPECTED-DEPOSIT-FILE
004380     END-IF
004390     MOVE SPACES        TO EXPECTED-DEPOSIT-RECORD
004400     MOVE RCB-CAIXA     TO EXPDEP-CAIXA-ID
004410     MOVE WS-HOJE       TO EXPDEP-BUS-DATE
004420     COMPUTE EXPDEP-AMOUNT = 0 - RCB-VALOR
004430     MOVE RUN-STAMP-ID  TO EXPDEP-RUN-ID
004440     MOVE RCB-SERIE     TO EXPDEP-FILIAL
004450     MOVE RCB-NUMERO    TO EXPDEP-RECIBO
004460     WRITE EXPECTED-DEPOSIT-RECORD
004470     CLOSE EXPECTED-DEPOSIT-FILE.
004480 2300-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*  3000-DAILY-REPORT
004530*  MONTA E EMITE O RECIBRPT DE UM DIA: SEQUENCIA POR SERIE COM AS
004540*  FALTAS, TOTAIS, ANULACOES DO DIA E A CONFERENCIA COM O EXPDEP
004550*  DE CADA CAIXA. FALTA OU DIVERGENCIA DEIXA RC=4 NA SAIDA.
004560******************************************************************
004570 3000-DAILY-REPORT.
004580     DISPLAY "DATA DO RELATORIO (AAAAMMDD, BRANCO=HOJE):"
004590     ACCEPT WS-IN-DATE
004600     IF WS-IN-DATE = SPACES
004610         MOVE WS-HOJE TO WS-REP-DATE
004620     ELSE
004630         IF WS-IN-DATE NOT NUMERIC
004640             DISPLAY "DATA INVALIDA"
004650             GO TO 3000-EXIT
004660         END-IF
004670         MOVE WS-IN-DATE TO WS-REP-DATE
004680     END-IF
004690     MOVE ZERO TO WS-SR-COUNT WS-RD-COUNT WS-AN-COUNT WS-TI-COUNT
004700                  WS-TOT-FALTAS WS-DIVERGE-COUNT WS-DROPPED
004710     MOVE "N" TO WS-CTL-EOF-SW
004720     OPEN INPUT RECEIPT-CONTROL-FILE
004730     IF WS-CTL-FILE-STATUS = "00"
004740         PERFORM 3010-LOAD-CONTROL THRU 3010-EXIT
004750             UNTIL WS-CTL-EOF
004760         CLOSE RECEIPT-CONTROL-FILE
004770     END-IF
004780     MOVE "N" TO WS-REG-EOF-SW
004790     OPEN INPUT RECEIPT-REGISTER-FILE
004800     IF WS-REG-FILE-STATUS = "00"
004810         PERFORM 3020-LOAD-RECEIPT THRU 3020-EXIT
004820             UNTIL WS-REG-EOF
004830         CLOSE RECEIPT-REGISTER-FILE
004840     END-IF
004850     MOVE "N" TO WS-EXPDEP-EOF-SW
004860     OPEN INPUT EXPECTED-DEPOSIT-FILE
004870     IF WS-EXPDEP-FILE-STATUS = "00"
004880         PERFORM 3050-LOAD-EXPDEP THRU 3050-EXIT
004890             UNTIL WS-EXPDEP-EOF
004900         CLOSE EXPECTED-DEPOSIT-FILE
004910     END-IF
004920     OPEN OUTPUT RECEIPT-REPORT-FILE
004930     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
004940     WRITE REPORT-LINE
004950     MOVE SPACES TO REPORT-LINE
004960     STRING "SEQUENCIA DE RECIBOS DO BALCAO - DIA " WS-REP-DATE
004970         DELIMITED BY SIZE INTO REPORT-LINE
004980     WRITE REPORT-LINE
004990     PERFORM 3100-WRITE-ONE-SERIE THRU 3100-EXIT
005000         VARYING WS-SCAN FROM 1 BY 1
005010         UNTIL WS-SCAN > WS-SR-COUNT
005020     MOVE SPACES TO REPORT-LINE
005030     WRITE REPORT-LINE
005040     MOVE "RECIBOS ANULADOS NO DIA" TO REPORT-LINE
005050     WRITE REPORT-LINE
005060     MOVE SPACES TO REPORT-LINE
005070     STRING "  RECIBO      T       VALOR CAIXA "
005080            "MOTIVO               SUPERV   OPERADOR"
005090         DELIMITED BY SIZE INTO REPORT-LINE
005100     WRITE REPORT-LINE
005110     PERFORM 3300-WRITE-ONE-VOID THRU 3300-EXIT
005120         VARYING WS-SCAN FROM 1 BY 1
005130         UNTIL WS-SCAN > WS-AN-COUNT
005140     MOVE SPACES TO REPORT-LINE
005150     STRING "  TOTAL " WS-AN-COUNT " RECIBOS ANULADOS"
005160         DELIMITED BY SIZE INTO REPORT-LINE
005170     WRITE REPORT-LINE
005180     MOVE SPACES TO REPORT-LINE
005190     WRITE REPORT-LINE
005200     MOVE SPACES TO REPORT-LINE
005210     STRING "CONFERENCIA DAS ENTRADAS COM O DEPOSITO ESPERADO "
005220            "(EXPDEP)"
005230         DELIMITED BY SIZE INTO REPORT-LINE
005240     WRITE REPORT-LINE
005250     MOVE SPACES TO REPORT-LINE
005260     STRING "  SERIE CAIXA      RECIBOS "
005270            "        EXPDEP      DIFERENCA"
005280         DELIMITED BY SIZE INTO REPORT-LINE
005290     WRITE REPORT-LINE
005300     PERFORM 3400-WRITE-ONE-TIE THRU 3400-EXIT
005310         VARYING WS-SCAN FROM 1 BY 1
005320         UNTIL WS-SCAN > WS-TI-COUNT
005330     PERFORM 3450-WRITE-ONE-FORA THRU 3450-EXIT
005340         VARYING WS-SCAN FROM 1 BY 1
005350         UNTIL WS-SCAN > WS-SR-COUNT
005360     MOVE SPACES TO REPORT-LINE
005370     WRITE REPORT-LINE
005380     MOVE SPACES TO REPORT-LINE
005390     STRING "NUMEROS EM FALTA " WS-TOT-FALTAS
005400            "  CAIXAS DIVERGENTES " WS-DIVERGE-COUNT
005410         DELIMITED BY SIZE INTO REPORT-LINE
005420     WRITE REPORT-LINE
005430     IF WS-DROPPED > ZERO
005440         MOVE SPACES TO REPORT-LINE
005450         STRING "*** AVISO: " WS-DROPPED
005460                " REGISTROS ALEM DAS TABELAS NAO FORAM CONFERIDOS"
005470             DELIMITED BY SIZE INTO REPORT-LINE
005480         WRITE REPORT-LINE
005490     END-IF
005500     CLOSE RECEIPT-REPORT-FILE
005510     ADD 1 TO WS-REPORT-COUNT
005520     IF WS-TOT-FALTAS > ZERO OR WS-DIVERGE-COUNT > ZERO
005530         DISPLAY "AVISO: " WS-TOT-FALTAS " NUMEROS EM FALTA, "
005540                 WS-DIVERGE-COUNT " CAIXAS DIVERGENTES - VER"
005550                 " RECIBRPT"
005560         MOVE "Y" TO WS-AVISO-SW
005570     ELSE
005580         DISPLAY "RECIBRPT EMITIDO - SEQUENCIA E CAIXAS CONFEREM"
005590     END-IF
005600     PERFORM 7010-WRITE-AUDIT-RELATORIO.
005610 3000-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650*  3010-LOAD-CONTROL
005660*  ABRE A SERIE DE CADA REGISTRO DO RECIBCTL COM O ULTIMO NUMERO.
005670******************************************************************
005680 3010-LOAD-CONTROL.
005690     READ RECEIPT-CONTROL-FILE
005700         AT END
005710             MOVE "Y" TO WS-CTL-EOF-SW
005720             GO TO 3010-EXIT
005730     END-READ
005740     MOVE RCTL-SERIE TO WS-SERIE-WK
005750     PERFORM 5200-FIND-SERIE THRU 5200-EXIT
005760     IF NOT WS-FOUND
005770         GO TO 3010-EXIT
005780     END-IF
005790     IF RCTL-ULTIMO NUMERIC
005800         MOVE RCTL-ULTIMO TO WS-SR-ULTIMO(WS-SR-IDX)
005810     END-IF.
005820 3010-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860*  3020-LOAD-RECEIPT
005870*  CLASSIFICA UM EVENTO DO RECIBREG: EMISSAO ANTES DO DIA (MAIOR
005880*  NUMERO), NO DIA (TABELA DO DIA E TOTAIS), DEPOIS DO DIA (MENOR
005890*  NUMERO); ANULACAO NO DIA (TABELA DE ANULACOES E TOTAIS).
005900******************************************************************
005910 3020-LOAD-RECEIPT.
005920     READ RECEIPT-REGISTER-FILE
005930         AT END
005940             MOVE "Y" TO WS-REG-EOF-SW
005950             GO TO 3020-EXIT
005960     END-READ
005970     MOVE RCB-SERIE TO WS-SERIE-WK
005980     PERFORM 5200-FIND-SERIE THRU 5200-EXIT
005990     IF NOT WS-FOUND
006000         ADD 1 TO WS-DROPPED
006010         GO TO 3020-EXIT
006020     END-IF
006030     IF RCB-ANULADO
006040         IF RCB-DATA = WS-REP-DATE
006050             PERFORM 3040-ADD-VOID THRU 3040-EXIT
006060         END-IF
006070         GO TO 3020-EXIT
006080     END-IF
006090     IF NOT RCB-EMITIDO
006100         GO TO 3020-EXIT
006110     END-IF
006120     IF RCB-DATA < WS-REP-DATE
006130         IF RCB-NUMERO > WS-SR-MAIOR-ANTES(WS-SR-IDX)
006140             MOVE RCB-NUMERO TO WS-SR-MAIOR-ANTES(WS-SR-IDX)
006150         END-IF
006160         GO TO 3020-EXIT
006170     END-IF
006180     IF RCB-DATA > WS-REP-DATE
006190         IF WS-SR-MENOR-DEPOIS(WS-SR-IDX) = ZERO
006200             OR RCB-NUMERO < WS-SR-MENOR-DEPOIS(WS-SR-IDX)
006210             MOVE RCB-NUMERO TO WS-SR-MENOR-DEPOIS(WS-SR-IDX)
006220         END-IF
006230         GO TO 3020-EXIT
006240     END-IF
006250     PERFORM 3030-ADD-ISSUED THRU 3030-EXIT.
006260 3020-EXIT.
006270     EXIT.
006280
006290 3030-ADD-ISSUED.
006300     IF WS-RD-COUNT >= 500
006310         ADD 1 TO WS-DROPPED
006320         GO TO 3030-EXIT
006330     END-IF
006340     ADD 1 TO WS-RD-COUNT
006350     SET WS-RD-IDX TO WS-RD-COUNT
006360     MOVE RCB-SERIE      TO WS-RD-SERIE(WS-RD-IDX)
006370     MOVE RCB-NUMERO     TO WS-RD-NUMERO(WS-RD-IDX)
006380     MOVE RCB-TIPO       TO WS-RD-TIPO(WS-RD-IDX)
006390     MOVE RCB-VALOR      TO WS-RD-VALOR(WS-RD-IDX)
006400     MOVE RCB-CAIXA      TO WS-RD-CAIXA(WS-RD-IDX)
006410     MOVE RCB-ORIGEM     TO WS-RD-ORIGEM(WS-RD-IDX)
006420     MOVE RCB-REFERENCIA TO WS-RD-REFERENCIA(WS-RD-IDX)
006430     MOVE "N"            TO WS-RD-ANUL-SW(WS-RD-IDX)
006440     ADD 1 TO WS-SR-EMIT-COUNT(WS-SR-IDX)
006450     IF RCB-SAIDA
006460         ADD RCB-VALOR TO WS-SR-SAIDAS(WS-SR-IDX)
006470         GO TO 3030-EXIT
006480     END-IF
006490     ADD RCB-VALOR TO WS-SR-ENTRADAS(WS-SR-IDX)
006500     IF RCB-CAIXA = SPACES
006510         ADD RCB-VALOR TO WS-SR-FORA(WS-SR-IDX)
006520         GO TO 3030-EXIT
006530     END-IF
006540     MOVE RCB-CAIXA TO WS-CAIXA-WK
006550     PERFORM 5300-FIND-TIE THRU 5300-EXIT
006560     IF WS-FOUND
006570         ADD RCB-VALOR TO WS-TI-RECIBOS(WS-TI-IDX)
006580     END-IF.
006590 3030-EXIT.
006600     EXIT.
006610
006620 3040-ADD-VOID.
006630     IF WS-AN-COUNT >= 200
006640         ADD 1 TO WS-DROPPED
006650         GO TO 3040-EXIT
006660     END-IF
006670     ADD 1 TO WS-AN-COUNT
006680     SET WS-AN-IDX TO WS-AN-COUNT
006690     MOVE RCB-SERIE      TO WS-AN-SERIE(WS-AN-IDX)
006700     MOVE RCB-NUMERO     TO WS-AN-NUMERO(WS-AN-IDX)
006710     MOVE RCB-TIPO       TO WS-AN-TIPO(WS-AN-IDX)
006720     MOVE RCB-VALOR      TO WS-AN-VALOR(WS-AN-IDX)
006730     MOVE RCB-CAIXA      TO WS-AN-CAIXA(WS-AN-IDX)
006740     MOVE RCB-MOTIVO     TO WS-AN-MOTIVO(WS-AN-IDX)
006750     MOVE RCB-SUPERVISOR TO WS-AN-SUPERVISOR(WS-AN-IDX)
006760     MOVE RCB-OPERATOR   TO WS-AN-OPERATOR(WS-AN-IDX)
006770     ADD 1 TO WS-SR-ANUL-COUNT(WS-SR-IDX)
006780*    RECIBO EMITIDO NO PROPRIO DIA FICA MARCADO NA SEQUENCIA.
006790     PERFORM 3045-MARK-VOIDED THRU 3045-EXIT
006800         VARYING WS-SCAN-RD FROM 1 BY 1
006810         UNTIL WS-SCAN-RD > WS-RD-COUNT
006820     IF RCB-SAIDA
006830         ADD RCB-VALOR TO WS-SR-ANUL-SAIDAS(WS-SR-IDX)
006840         GO TO 3040-EXIT
006850     END-IF
006860     ADD RCB-VALOR TO WS-SR-ANUL-ENTRADAS(WS-SR-IDX)
006870     IF RCB-CAIXA = SPACES
006880         SUBTRACT RCB-VALOR FROM WS-SR-FORA(WS-SR-IDX)
006890         GO TO 3040-EXIT
006900     END-IF
006910     MOVE RCB-CAIXA TO WS-CAIXA-WK
006920     PERFORM 5300-FIND-TIE THRU 5300-EXIT
006930     IF WS-FOUND
006940         SUBTRACT RCB-VALOR FROM WS-TI-RECIBOS(WS-TI-IDX)
006950     END-IF.
006960 3040-EXIT.
006970     EXIT.
006980
006990 3045-MARK-VOIDED.
007000     SET WS-RD-IDX TO WS-SCAN-RD
007010     IF WS-RD-SERIE(WS-RD-IDX) = RCB-SERIE
007020         AND WS-RD-NUMERO(WS-RD-IDX) = RCB-NUMERO
007030         MOVE "Y" TO WS-RD-ANUL-SW(WS-RD-IDX)
007040     END-IF.
007050 3045-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090*  3050-LOAD-EXPDEP
007100*  SOMA NA CONFERENCIA O EXPDEP DO DIA QUE VEIO DE RECIBO (VENDA
007110*  DE BALCAO OU ESTORNO DE ANULACAO). TARIFA DO VIAGEM NAO TEM
007120*  RECIBO E FICA DE FORA.
007130******************************************************************
007140 3050-LOAD-EXPDEP.
007150     READ EXPECTED-DEPOSIT-FILE
007160         AT END
007170             MOVE "Y" TO WS-EXPDEP-EOF-SW
007180             GO TO 3050-EXIT
007190     END-READ
007200     IF EXPDEP-BUS-DATE NOT = WS-REP-DATE
007210         OR EXPDEP-RECIBO = SPACES
007220         GO TO 3050-EXIT
007230     END-IF
007240     IF EXPDEP-FILIAL = SPACES
007250         MOVE "MTZ" TO WS-SERIE-WK
007260     ELSE
007270         MOVE EXPDEP-FILIAL TO WS-SERIE-WK
007280     END-IF
007290     PERFORM 5200-FIND-SERIE THRU 5200-EXIT
007300     IF NOT WS-FOUND
007310         ADD 1 TO WS-DROPPED
007320         GO TO 3050-EXIT
007330     END-IF
007340     MOVE EXPDEP-CAIXA-ID TO WS-CAIXA-WK
007350     PERFORM 5300-FIND-TIE THRU 5300-EXIT
007360     IF WS-FOUND
007370         ADD EXPDEP-AMOUNT TO WS-TI-EXPDEP(WS-TI-IDX)
007380     END-IF.
007390 3050-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430*  3100-WRITE-ONE-SERIE
007440*  LISTA OS RECIBOS DO DIA DE UMA SERIE EM ORDEM, ACUSANDO CADA
007450*  FALTA NA NUMERACAO (O ESPERADO COMECA NO MAIOR NUMERO EMITIDO
007460*  ANTES DO DIA + 1), E FECHA COM OS TOTAIS DA SERIE. SERIE SEM
007470*  MOVIMENTO E SEM FALTA NAO SAI NO RELATORIO.
007480******************************************************************
007490 3100-WRITE-ONE-SERIE.
007500     SET WS-SR-IDX TO WS-SCAN
007510     COMPUTE WS-ESPERADO = WS-SR-MAIOR-ANTES(WS-SR-IDX) + 1
007520     IF WS-SR-EMIT-COUNT(WS-SR-IDX) = ZERO
007530         AND WS-SR-ANUL-COUNT(WS-SR-IDX) = ZERO
007540         AND (WS-SR-MENOR-DEPOIS(WS-SR-IDX) NOT = ZERO
007550              OR WS-SR-ULTIMO(WS-SR-IDX) < WS-ESPERADO)
007560         GO TO 3100-EXIT
007570     END-IF
007580     MOVE SPACES TO REPORT-LINE
007590     WRITE REPORT-LINE
007600     MOVE SPACES TO REPORT-LINE
007610     STRING "SERIE " WS-SR-SERIE(WS-SR-IDX)
007620            "  ULTIMO NUMERO TIRADO " WS-SR-ULTIMO(WS-SR-IDX)
007630            "  ANTERIOR AO DIA " WS-SR-MAIOR-ANTES(WS-SR-IDX)
007640         DELIMITED BY SIZE INTO REPORT-LINE
007650     WRITE REPORT-LINE
007660     MOVE "  NUMERO  T       VALOR CAIXA ORIGEM   REFERENCIA"
007670         TO REPORT-LINE
007680     WRITE REPORT-LINE
007690     MOVE ZERO TO WS-SR-FALTAS(WS-SR-IDX)
007700     PERFORM 3150-WRITE-ONE-RECEIPT THRU 3150-EXIT
007710         VARYING WS-SCAN-RD FROM 1 BY 1
007720         UNTIL WS-SCAN-RD > WS-RD-COUNT
007730*    FALTA NO FIM: O CONTROLE ENTREGOU NUMEROS QUE NAO CHEGARAM AO
007740*    REGISTRO E NAO HA RECIBO DEPOIS DO DIA.
007750     IF WS-SR-MENOR-DEPOIS(WS-SR-IDX) = ZERO
007760         AND WS-SR-ULTIMO(WS-SR-IDX) >= WS-ESPERADO
007770         MOVE WS-SR-ULTIMO(WS-SR-IDX) TO WS-FALTA-ATE
007780         PERFORM 3200-WRITE-GAP
007790     END-IF
007800     MOVE WS-SR-ENTRADAS(WS-SR-IDX) TO WS-VALOR-ED
007810     MOVE WS-SR-SAIDAS(WS-SR-IDX)   TO WS-VALOR2-ED
007820     MOVE WS-SR-EMIT-COUNT(WS-SR-IDX) TO WS-COUNT-ED
007830     MOVE SPACES TO REPORT-LINE
007840     STRING "  EMITIDOS " WS-COUNT-ED
007850            "   ENTRADAS R$" WS-VALOR-ED
007860            "   SAIDAS R$" WS-VALOR2-ED
007870         DELIMITED BY SIZE INTO REPORT-LINE
007880     WRITE REPORT-LINE
007890     MOVE WS-SR-ANUL-ENTRADAS(WS-SR-IDX) TO WS-VALOR-ED
007900     MOVE WS-SR-ANUL-SAIDAS(WS-SR-IDX)   TO WS-VALOR2-ED
007910     MOVE WS-SR-ANUL-COUNT(WS-SR-IDX)    TO WS-COUNT-ED
007920     MOVE SPACES TO REPORT-LINE
007930     STRING "  ANULADOS " WS-COUNT-ED
007940            "   ENTRADAS R$" WS-VALOR-ED
007950            "   SAIDAS R$" WS-VALOR2-ED
007960         DELIMITED BY SIZE INTO REPORT-LINE
007970     WRITE REPORT-LINE
007980     COMPUTE WS-LIQUIDO = WS-SR-ENTRADAS(WS-SR-IDX)
007990                        - WS-SR-ANUL-ENTRADAS(WS-SR-IDX)
008000                        - WS-SR-SAIDAS(WS-SR-IDX)
008010                        + WS-SR-ANUL-SAIDAS(WS-SR-IDX)
008020     MOVE WS-LIQUIDO TO WS-VALOR-ED
008030     MOVE SPACES TO REPORT-LINE
008040     STRING "  TOTAL LIQUIDO DA SERIE R$" WS-VALOR-ED
008050            "   NUMEROS EM FALTA " WS-SR-FALTAS(WS-SR-IDX)
008060         DELIMITED BY SIZE INTO REPORT-LINE
008070     WRITE REPORT-LINE
008080     ADD WS-SR-FALTAS(WS-SR-IDX) TO WS-TOT-FALTAS.
008090 3100-EXIT.
008100     EXIT.
008110
008120 3150-WRITE-ONE-RECEIPT.
008130     SET WS-RD-IDX TO WS-SCAN-RD
008140     IF WS-RD-SERIE(WS-RD-IDX) NOT = WS-SR-SERIE(WS-SR-IDX)
008150         GO TO 3150-EXIT
008160     END-IF
008170     IF WS-RD-NUMERO(WS-RD-IDX) > WS-ESPERADO
008180         COMPUTE WS-FALTA-ATE = WS-RD-NUMERO(WS-RD-IDX) - 1
008190         PERFORM 3200-WRITE-GAP
008200     END-IF
008210     IF WS-RD-ANULADO(WS-RD-IDX)
008220         MOVE "ANULADO" TO WS-TIPO-FLAG
008230     ELSE
008240         MOVE SPACES    TO WS-TIPO-FLAG
008250     END-IF
008260     MOVE WS-RD-VALOR(WS-RD-IDX) TO WS-VALOR-ED
008270     MOVE SPACES TO REPORT-LINE
008280     STRING "  " WS-RD-NUMERO(WS-RD-IDX)
008290            " " WS-RD-TIPO(WS-RD-IDX)
008300            " " WS-VALOR-ED
008310            " " WS-RD-CAIXA(WS-RD-IDX)
008320            " " WS-RD-ORIGEM(WS-RD-IDX)
008330            " " WS-RD-REFERENCIA(WS-RD-IDX)
008340            " " WS-TIPO-FLAG
008350         DELIMITED BY SIZE INTO REPORT-LINE
008360     WRITE REPORT-LINE
008370     IF WS-RD-NUMERO(WS-RD-IDX) >= WS-ESPERADO
008380         COMPUTE WS-ESPERADO = WS-RD-NUMERO(WS-RD-IDX) + 1
008390     END-IF.
008400 3150-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440*  3200-WRITE-GAP
008450*  ACUSA A FALTA DE WS-ESPERADO ATE WS-FALTA-ATE NA SERIE.
008460******************************************************************
008470 3200-WRITE-GAP.
008480     COMPUTE WS-FALTA-QTDE = WS-FALTA-ATE - WS-ESPERADO + 1
008490     ADD WS-FALTA-QTDE TO WS-SR-FALTAS(WS-SR-IDX)
008500     MOVE SPACES TO REPORT-LINE
008510     STRING "  *** FALTA NA SEQUENCIA: " WS-ESPERADO
008520            " A " WS-FALTA-ATE " (" WS-FALTA-QTDE " NUMEROS)"
008530         DELIMITED BY SIZE INTO REPORT-LINE
008540     WRITE REPORT-LINE.
008550
008560 3300-WRITE-ONE-VOID.
008570     SET WS-AN-IDX TO WS-SCAN
008580     MOVE WS-AN-VALOR(WS-AN-IDX) TO WS-VALOR-ED
008590     MOVE SPACES TO REPORT-LINE
008600     STRING "  " WS-AN-SERIE(WS-AN-IDX)
008610            "-" WS-AN-NUMERO(WS-AN-IDX)
008620            " " WS-AN-TIPO(WS-AN-IDX)
008630            " " WS-VALOR-ED
008640            " " WS-AN-CAIXA(WS-AN-IDX)
008650            " " WS-AN-MOTIVO(WS-AN-IDX)
008660            " " WS-AN-SUPERVISOR(WS-AN-IDX)
008670            " " WS-AN-OPERATOR(WS-AN-IDX)
008680         DELIMITED BY SIZE INTO REPORT-LINE
008690     WRITE REPORT-LINE.
008700 3300-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740*  3400-WRITE-ONE-TIE
008750*  CONFERE AS ENTRADAS DOS RECIBOS DE UM CAIXA COM O EXPDEP QUE
008760*  AS VENDAS DE BALCAO (E AS ANULACOES) LANCARAM PARA ELE NO DIA.
008770******************************************************************
008780 3400-WRITE-ONE-TIE.
008790     SET WS-TI-IDX TO WS-SCAN
008800     COMPUTE WS-DIFERENCA = WS-TI-EXPDEP(WS-TI-IDX)
008810                          - WS-TI-RECIBOS(WS-TI-IDX)
008820     IF WS-DIFERENCA = ZERO
008830         MOVE "CONFERE" TO WS-TIE-MSG
008840     ELSE
008850         MOVE "DIVERGE" TO WS-TIE-MSG
008860         ADD 1 TO WS-DIVERGE-COUNT
008870     END-IF
008880     MOVE WS-TI-RECIBOS(WS-TI-IDX) TO WS-VALOR-ED
008890     MOVE WS-TI-EXPDEP(WS-TI-IDX)  TO WS-VALOR2-ED
008900     MOVE WS-DIFERENCA             TO WS-VALOR3-ED
008910     MOVE SPACES TO REPORT-LINE
008920     STRING "  " WS-TI-SERIE(WS-TI-IDX)
008930            "   " WS-TI-CAIXA(WS-TI-IDX)
008940            "  " WS-VALOR-ED
008950            "    " WS-VALOR2-ED
008960            "    " WS-VALOR3-ED
008970            " " WS-TIE-MSG
008980         DELIMITED BY SIZE INTO REPORT-LINE
008990     WRITE REPORT-LINE.
009000 3400-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040*  3450-WRITE-ONE-FORA
009050*  ENTRADAS DE RECIBO SEM CAIXA NAO FORAM PARA O EXPDEP - SAEM A
009060*  PARTE, SEM CONFERENCIA.
009070******************************************************************
009080 3450-WRITE-ONE-FORA.
009090     SET WS-SR-IDX TO WS-SCAN
009100     IF WS-SR-FORA(WS-SR-IDX) = ZERO
009110         GO TO 3450-EXIT
009120     END-IF
009130     MOVE WS-SR-FORA(WS-SR-IDX) TO WS-VALOR-ED
009140     MOVE SPACES TO REPORT-LINE
009150     STRING "  " WS-SR-SERIE(WS-SR-IDX)
009160            "   (SEM) " WS-VALOR-ED
009170            "    FORA DO EXPDEP"
009180         DELIMITED BY SIZE INTO REPORT-LINE
009190     WRITE REPORT-LINE.
009200 3450-EXIT.
009210     EXIT.
009220
009230******************************************************************
009240*  5000-FIND-RECEIPT
009250*  LE O RECIBREG PROCURANDO O RECIBO WS-SERIE-WK/WS-NUMERO-WK:
009260*  GUARDA O EVENTO "E" E ACUSA SE JA HOUVE "A".
009270******************************************************************
009280 5000-FIND-RECEIPT.
009290     MOVE "N" TO WS-FOUND-SW
009300     MOVE "N" TO WS-ANULADO-SW
009310     MOVE "N" TO WS-REG-EOF-SW
009320     OPEN INPUT RECEIPT-REGISTER-FILE
009330     IF WS-REG-FILE-STATUS NOT = "00"
009340         GO TO 5000-EXIT
009350     END-IF
009360     PERFORM 5050-MATCH-RECEIPT THRU 5050-EXIT
009370         UNTIL WS-REG-EOF
009380     CLOSE RECEIPT-REGISTER-FILE.
009390 5000-EXIT.
009400     EXIT.
009410
009420 5050-MATCH-RECEIPT.
009430     READ RECEIPT-REGISTER-FILE
009440         AT END
009450             MOVE "Y" TO WS-REG-EOF-SW
009460             GO TO 5050-EXIT
009470     END-READ
009480     IF RCB-SERIE NOT = WS-SERIE-WK
009490         OR RCB-NUMERO NOT = WS-NUMERO-WK
009500         GO TO 5050-EXIT
009510     END-IF
009520     IF RCB-EMITIDO
009530         MOVE "Y" TO WS-FOUND-SW
009540         MOVE RECEIPT-RECORD TO WS-RECIBO-ORIG
009550     END-IF
009560     IF RCB-ANULADO
009570         MOVE "Y" TO WS-ANULADO-SW
009580         MOVE RCB-DATA       TO WS-ANUL-DATA
009590         MOVE RCB-SUPERVISOR TO WS-ANUL-SUPERV
009600     END-IF.
009610 5050-EXIT.
009620     EXIT.
009630
009640******************************************************************
009650*  5200-FIND-SERIE
009660*  PROCURA A SERIE DE WS-SERIE-WK NA TABELA E A ABRE SE FOR NOVA;
009670*  DEIXA WS-SR-IDX NELA. TABELA CHEIA DEIXA WS-FOUND DESLIGADO.
009680******************************************************************
009690 5200-FIND-SERIE.
009700     MOVE "N" TO WS-FOUND-SW
009710     PERFORM 5250-MATCH-SERIE THRU 5250-EXIT
009720         VARYING WS-SR-IDX FROM 1 BY 1
009730         UNTIL WS-SR-IDX > WS-SR-COUNT OR WS-FOUND
009740     IF WS-FOUND
009750         SET WS-SR-IDX DOWN BY 1
009760         GO TO 5200-EXIT
009770     END-IF
009780     IF WS-SR-COUNT >= 50
009790         GO TO 5200-EXIT
009800     END-IF
009810     ADD 1 TO WS-SR-COUNT
009820     SET WS-SR-IDX TO WS-SR-COUNT
009830     MOVE WS-SERIE-WK TO WS-SR-SERIE(WS-SR-IDX)
009840     MOVE ZERO TO WS-SR-ULTIMO(WS-SR-IDX)
009850                  WS-SR-MAIOR-ANTES(WS-SR-IDX)
009860                  WS-SR-MENOR-DEPOIS(WS-SR-IDX)
009870                  WS-SR-EMIT-COUNT(WS-SR-IDX)
009880                  WS-SR-ENTRADAS(WS-SR-IDX)
009890                  WS-SR-SAIDAS(WS-SR-IDX)
009900                  WS-SR-ANUL-COUNT(WS-SR-IDX)
009910                  WS-SR-ANUL-ENTRADAS(WS-SR-IDX)
009920                  WS-SR-ANUL-SAIDAS(WS-SR-IDX)
009930                  WS-SR-FORA(WS-SR-IDX)
009940                  WS-SR-FALTAS(WS-SR-IDX)
009950     MOVE "Y" TO WS-FOUND-SW.
009960 5200-EXIT.
009970     EXIT.
009980
009990 5250-MATCH-SERIE.
010000     IF WS-SR-SERIE(WS-SR-IDX) = WS-SERIE-WK
010010         MOVE "Y" TO WS-FOUND-SW
010020     END-IF.
010030 5250-EXIT.
010040     EXIT.
010050
010060******************************************************************
010070*  5300-FIND-TIE
010080*  PROCURA A CONFERENCIA DE WS-SERIE-WK/WS-CAIXA-WK E A ABRE SE
010090*  FOR NOVA; DEIXA WS-TI-IDX NELA. TABELA CHEIA DEIXA WS-FOUND
010100*  DESLIGADO E CONTA O REGISTRO COMO NAO CONFERIDO.
010110******************************************************************
010120 5300-FIND-TIE.
010130     MOVE "N" TO WS-FOUND-SW
010140     PERFORM 5350-MATCH-TIE THRU 5350-EXIT
010150         VARYING WS-TI-IDX FROM 1 BY 1
010160         UNTIL WS-TI-IDX > WS-TI-COUNT OR WS-FOUND
010170     IF WS-FOUND
010180         SET WS-TI-IDX DOWN BY 1
010190         GO TO 5300-EXIT
010200     END-IF
010210     IF WS-TI-COUNT >= 100
010220         ADD 1 TO WS-DROPPED
010230         GO TO 5300-EXIT
010240     END-IF
010250     ADD 1 TO WS-TI-COUNT
010260     SET WS-TI-IDX TO WS-TI-COUNT
010270     MOVE WS-SERIE-WK TO WS-TI-SERIE(WS-TI-IDX)
010280     MOVE WS-CAIXA-WK TO WS-TI-CAIXA(WS-TI-IDX)
010290     MOVE ZERO        TO WS-TI-RECIBOS(WS-TI-IDX)
010300     MOVE ZERO        TO WS-TI-EXPDEP(WS-TI-IDX)
010310     MOVE "Y" TO WS-FOUND-SW.
010320 5300-EXIT.
010330     EXIT.
010340
010350 5350-MATCH-TIE.
010360     IF WS-TI-SERIE(WS-TI-IDX) = WS-SERIE-WK
010370         AND WS-TI-CAIXA(WS-TI-IDX) = WS-CAIXA-WK
010380         MOVE "Y" TO WS-FOUND-SW
010390     END-IF.
010400 5350-EXIT.
010410     EXIT.
010420
010430******************************************************************
010440*  7000-WRITE-AUDIT-ANULA
010450*  GRAVA A ANULACAO DE UM RECIBO NA TRILHA DE AUDITORIA.
010460******************************************************************
010470 7000-WRITE-AUDIT-ANULA.
010480     MOVE "RECIBOS"           TO AUDIT-PROGRAM-ID
010490     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010500     ACCEPT AUDIT-TIME FROM TIME
010510     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010520     MOVE SPACES              TO AUDIT-KEY
010530     STRING RCB-SERIE RCB-NUMERO
010540         DELIMITED BY SIZE INTO AUDIT-KEY
010550     MOVE SPACES              TO AUDIT-DETAIL
010560     MOVE RCB-VALOR           TO WS-VALOR-ED
010570     STRING "ANULADO R$" WS-VALOR-ED
010580            " SUP=" WS-SUPERV-ID
010590            " " WS-IN-MOTIVO
010600         DELIMITED BY SIZE INTO AUDIT-DETAIL
010610     CALL "AUDITWR" USING AUDIT-RECORD.
010620
010630******************************************************************
010640*  7010-WRITE-AUDIT-RELATORIO
010650*  GRAVA NA TRILHA DE AUDITORIA O RESUMO DO RELATORIO EMITIDO.
010660******************************************************************
010670 7010-WRITE-AUDIT-RELATORIO.
010680     MOVE "RECIBOS"           TO AUDIT-PROGRAM-ID
010690     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010700     ACCEPT AUDIT-TIME FROM TIME
010710     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010720     MOVE WS-REP-DATE         TO AUDIT-KEY
010730     MOVE SPACES              TO AUDIT-DETAIL
010740     STRING "RECIBRPT FALTAS=" WS-TOT-FALTAS
010750            " ANULADOS=" WS-AN-COUNT
010760            " DIVERGENTES=" WS-DIVERGE-COUNT
010770         DELIMITED BY SIZE INTO AUDIT-DETAIL
010780     CALL "AUDITWR" USING AUDIT-RECORD.
010790
010800******************************************************************
010810*  9000-FINALIZE
010820*  GRAVA O RESUMO DA SESSAO NA AUDITORIA E FECHA A TRILHA.
010830*  RELATORIO COM FALTA OU DIVERGENCIA NA SESSAO DEVOLVE RC=4.
010840******************************************************************
010850 9000-FINALIZE.
010860     MOVE "RECIBOS"           TO AUDIT-PROGRAM-ID
010870     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010880     ACCEPT AUDIT-TIME FROM TIME
010890     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010900     MOVE WS-HOJE             TO AUDIT-KEY
010910     MOVE SPACES              TO AUDIT-DETAIL
010920     STRING "SESSAO ANULADOS=" WS-VOID-COUNT
010930            " RELATORIOS=" WS-REPORT-COUNT
010940         DELIMITED BY SIZE INTO AUDIT-DETAIL
010950     CALL "AUDITWR" USING AUDIT-RECORD
010960     IF WS-AVISO
010970         MOVE 4 TO RETURN-CODE
010980     END-IF
010990     CLOSE AUDIT-LOG-FILE.
