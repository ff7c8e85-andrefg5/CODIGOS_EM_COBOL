000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COBRANCA.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - COBRANCA BANCARIA (BOLETOS).
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  COBRANCA.CBL
000090*  BAIXA AUTOMATICA DOS BOLETOS PAGOS NO BANCO. A MENSALIDADE
000100*  (MENSALID) E A FATURA DE FRETAMENTO (FATURA) SAEM COM O NOSSO
000110*  NUMERO DO BOLETO; O QUE OS PAIS E AS ESCOLAS PAGAVAM NO BANCO
000120*  FICAVA NO EXTRATO SEM BAIXA ATE ALGUEM DIGITAR. ESTE PROGRAMA:
000130*    - IMPORTA O RETORNO DIARIO DA COBRANCA (RETBANCO, COPYBOOK
000140*      RETBCOREC), UM BOLETO PAGO POR REGISTRO;
000150*    - BAIXA A COBRANCA DO NOSSO NUMERO (MENSCHG OU FATURAS) PELO
000160*      VALOR EXATO, COM A DATA DE PAGAMENTO DO BANCO, E LANCA A
000170*      BAIXA NO LEDGER CONTRA O BANCO (DEBITO 112BANCO, CREDITO
000180*      130RECEB) EM VEZ DO CAIXA;
000190*    - MANDA PARA A LISTA DE EXCECOES O QUE NAO CASA: NOSSO NUMERO
000200*      INVALIDO OU DESCONHECIDO, COBRANCA JA BAIXADA, PAGAMENTO
000210*      PARCIAL OU A MAIOR. O DINHEIRO DA EXCECAO ENTROU NO BANCO E
000220*      FICA EM 219IDENT (A IDENTIFICAR) ATE A ANALISE;
000230*    - SOMA POR DIA DE CREDITO O PAGO MENOS A TARIFA (TARIFA VAI A
000240*      560DESPG) E CASA O LIQUIDO COM O CREDITO DO EXTRATO
000250*      (BANKSTMT), GRAVANDO O DIA NO COBRCRED PARA O BANCOREC;
000260*    - RECUSA INTEIRO O RETORNO QUE REPETE UM DIA DE CREDITO JA
000270*      IMPORTADO (MESMA QUANTIDADE E MESMO LIQUIDO).
000280*  EXCECAO OU CREDITO NAO ENCONTRADO NO EXTRATO SAEM COM
000290*  RETURN-CODE 4 (AVISO), COMO NO ADQCONC.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*  DATE       INIT  DESCRIPTION
000330*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000332*  2026-10-15 AFG   O LANCAMENTO NO LEDGER PASSA PELA ROTINA
000334*                   PERIODO: DATA EM MES FECHADO E RECUSADA OU
000336*                   DESVIADA PARA O PRIMEIRO MES ABERTO,
000338*                   CONFORME O PERPARM, E FICA NO PERLOG.
000339*  2026-10-15 AFG   A REGRAVACAO DO MENSCHG PRESERVA O NUMERO DO
000340*                   ACORDO DE PARCELAMENTO DA COBRANCA
000341*                   RENEGOCIADA; BOLETO DELA PAGO NO BANCO
000342*                   CAI COMO COBRANCA JA BAIXADA.
000343******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BANK-RETURN-FILE ASSIGN TO "RETBANCO"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-RBC-FILE-STATUS.
000410     SELECT TUITION-CHARGE-FILE ASSIGN TO "MENSCHG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-MENS-FILE-STATUS.
000440     SELECT INVOICE-FILE ASSIGN TO "FATURAS"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-FAT-FILE-STATUS.
000470     SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-BSTM-FILE-STATUS.
000500     SELECT COLLECTION-CREDIT-FILE ASSIGN TO "COBRCRED"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-CCR-FILE-STATUS.
000530     SELECT LEDGER-POSTING-FILE ASSIGN TO "LEDGER"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-LEDGER-FILE-STATUS.
000560     SELECT RECONCILE-REPORT-FILE ASSIGN TO "COBRRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  BANK-RETURN-FILE
000640     RECORDING MODE IS F.
000650     COPY RETBCOREC.
000660 FD  TUITION-CHARGE-FILE
000670     RECORDING MODE IS F.
000680     COPY MENSREC.
000690 FD  INVOICE-FILE
000700     RECORDING MODE IS F.
000710     COPY FATURREC.
000720 FD  BANK-STATEMENT-FILE
000730     RECORDING MODE IS F.
000740     COPY BANKSTMTREC.
000750 FD  COLLECTION-CREDIT-FILE
000760     RECORDING MODE IS F.
000770     COPY COBRCREDREC.
000780 FD  LEDGER-POSTING-FILE
000790     RECORDING MODE IS F.
000800     COPY LEDGERREC.
000810 FD  RECONCILE-REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  REPORT-LINE                 PIC X(80).
000840 FD  AUDIT-LOG-FILE
000850     RECORDING MODE IS F.
000860     COPY AUDITREC.
000870 WORKING-STORAGE SECTION.
000880 01  WS-SWITCHES.
000890     05  WS-RBC-FILE-STATUS      PIC X(02)   VALUE "00".
000900     05  WS-MENS-FILE-STATUS     PIC X(02)   VALUE "00".
000910     05  WS-FAT-FILE-STATUS      PIC X(02)   VALUE "00".
000920     05  WS-BSTM-FILE-STATUS     PIC X(02)   VALUE "00".
000930     05  WS-CCR-FILE-STATUS      PIC X(02)   VALUE "00".
000940     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
000950     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000960     05  WS-RBC-EOF-SW           PIC X(01)   VALUE "N".
000970         88  WS-RBC-EOF                      VALUE "Y".
000980     05  WS-MENS-EOF-SW          PIC X(01)   VALUE "N".
000990         88  WS-MENS-EOF                     VALUE "Y".
001000     05  WS-FAT-EOF-SW           PIC X(01)   VALUE "N".
001010         88  WS-FAT-EOF                      VALUE "Y".
001020     05  WS-BSTM-EOF-SW          PIC X(01)   VALUE "N".
001030         88  WS-BSTM-EOF                     VALUE "Y".
001040     05  WS-CCR-EOF-SW           PIC X(01)   VALUE "N".
001050         88  WS-CCR-EOF                      VALUE "Y".
001060     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001070         88  WS-SIGNON-VALID                 VALUE "Y".
001080     05  WS-RBC-AUSENTE-SW       PIC X(01)   VALUE "N".
001090         88  WS-RBC-AUSENTE                  VALUE "Y".
001100     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
001110         88  WS-OVERFLOW                     VALUE "Y".
001120     05  WS-REPETIDO-SW          PIC X(01)   VALUE "N".
001130         88  WS-REPETIDO                     VALUE "Y".
001140     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001150         88  WS-FOUND                        VALUE "Y".
001160     05  WS-MATCH-SW             PIC X(01)   VALUE "N".
001170         88  WS-MATCH                        VALUE "Y".
001180     05  WS-DV-VALID-SW          PIC X(01)   VALUE "N".
001190         88  WS-DV-VALID                     VALUE "Y".
001200 01  WS-MSG-CODE-WK              PIC X(08).
001210 01  WS-MSG-TEXT-WK              PIC X(60).
001220 01  WS-OPERATOR-ID              PIC X(08).
001230 01  WS-OPERATOR-PIN             PIC X(04).
001240 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001250 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001260     88  WS-AUTHORIZED                       VALUE "Y".
001270 01  WS-RUN-STAMP-DISP           PIC X(30).
001280     COPY RUNSTAMP.
001290*  CONTAS DA COBRANCA BANCARIA NO PLANO DE CONTAS.
001300 77  WS-CONTA-BANCO              PIC X(08)   VALUE "112BANCO".
001310 77  WS-CONTA-RECEBER            PIC X(08)   VALUE "130RECEB".
001320 77  WS-CONTA-IDENTIFICAR        PIC X(08)   VALUE "219IDENT".
001330 77  WS-CONTA-TARIFA             PIC X(08)   VALUE "560DESPG".
001340*  CAIXA RECEBEDOR GRAVADO NA MENSALIDADE BAIXADA PELO BANCO.
001350 77  WS-CAIXA-BANCO              PIC X(05)   VALUE "BANCO".
001360 01  WS-HOJE                     PIC X(08).
001370 01  WS-SCAN                     PIC 9(03).
001380 01  WS-ITEM-POS                 PIC 9(03).
001390 01  WS-NOSSO-WK                 PIC X(10).
001400 01  WS-DV-ACAO                  PIC X(01).
001410 01  WS-MOTIVO-WK                PIC X(23).
001420 01  WS-ORIGEM-WK                PIC X(01).
001430     88  WS-ORIGEM-FATURA                    VALUE "F".
001440     88  WS-ORIGEM-MENSALIDADE               VALUE "M".
001450 01  WS-DESC-WK                  PIC X(30).
001460 01  WS-STATUS-WK                PIC X(01).
001470 01  WS-VALOR-COBR               PIC 9(07)V99.
001480 01  WS-LIDOS                    PIC 9(05)   VALUE ZERO.
001490 01  WS-INVALIDOS                PIC 9(05)   VALUE ZERO.
001500 01  WS-BAIXADAS                 PIC 9(05)   VALUE ZERO.
001510 01  WS-MENS-BAIXADAS            PIC 9(05)   VALUE ZERO.
001520 01  WS-FAT-BAIXADAS             PIC 9(05)   VALUE ZERO.
001530 01  WS-EXCECOES                 PIC 9(05)   VALUE ZERO.
001540 01  WS-CASADOS                  PIC 9(03)   VALUE ZERO.
001550 01  WS-NAO-CASADOS              PIC 9(03)   VALUE ZERO.
001560 01  WS-TOT-BAIXADO              PIC 9(09)V99 VALUE ZERO.
001570 01  WS-TOT-EXCECAO              PIC 9(09)V99 VALUE ZERO.
001580 01  WS-TOT-TARIFA               PIC 9(09)V99 VALUE ZERO.
001590 01  WS-VALOR-ED                 PIC ZZZZZZ9.99.
001600 01  WS-VALOR2-ED                PIC ZZZZZZ9.99.
001610 01  WS-TOTAL-ED                 PIC ZZZZZZZZ9.99.
001620 01  WS-TARIFA-ED                PIC ZZZZZZ9.99.
001630
001640******************************************************************
001650*  COBRANCAS DE MENSALIDADE (MENSCHG) E FATURAS DE FRETAMENTO
001660*  (FATURAS) CARREGADAS EM MEMORIA; REGRAVADAS INTEIRAS NA SAIDA
001670*  QUANDO HOUVE BAIXA (MESMO PADRAO DO MENSALID E DO FATURA).
001680******************************************************************
001690 01  WS-CH-TABLE.
001700     05  WS-CH-ENTRY OCCURS 500 TIMES
001710                     INDEXED BY WS-CH-IDX.
001720         10  WS-CH-ALUNO         PIC X(08).
001730         10  WS-CH-MES           PIC X(06).
001740         10  WS-CH-VALOR         PIC 9(05)V99.
001750         10  WS-CH-STATUS        PIC X(01).
001760         10  WS-CH-PAY-DATE      PIC X(08).
001770         10  WS-CH-CAIXA         PIC X(05).
001780         10  WS-CH-NOSSO         PIC X(10).
001785         10  WS-CH-ACORDO        PIC X(08).
001790 01  WS-CH-COUNT                 PIC 9(03)   VALUE ZERO.
001800
001810 01  WS-FT-TABLE.
001820     05  WS-FT-ENTRY OCCURS 200 TIMES
001830                     INDEXED BY WS-FT-IDX.
001840         10  WS-FT-NUMERO        PIC 9(06).
001850         10  WS-FT-GRUPO         PIC X(06).
001860         10  WS-FT-DATE          PIC X(08).
001870         10  WS-FT-ROTA          PIC X(03).
001880         10  WS-FT-QTD           PIC 9(03).
001890         10  WS-FT-VALOR         PIC 9(07)V99.
001900         10  WS-FT-STATUS        PIC X(01).
001910         10  WS-FT-PAY-DATE      PIC X(08).
001920         10  WS-FT-DV            PIC X(01).
001930         10  WS-FT-VENC          PIC X(08).
001940         10  WS-FT-NOSSO         PIC X(10).
001950 01  WS-FT-COUNT                 PIC 9(03)   VALUE ZERO.
001960
001970******************************************************************
001980*  DIAS DE CREDITO DO RETORNO: QUANTIDADE, PAGO, TARIFA E O
001990*  LIQUIDO QUE O EXTRATO DEVE TRAZER NUM CREDITO SO.
002000******************************************************************
002010 01  WS-CD-TABLE.
002020     05  WS-CD-ENTRY OCCURS 50 TIMES
002030                     INDEXED BY WS-CD-IDX.
002040         10  WS-CD-DATA          PIC X(08).
002050         10  WS-CD-QTD           PIC 9(05).
002060         10  WS-CD-PAGO          PIC 9(09)V99.
002070         10  WS-CD-TARIFA        PIC 9(07)V99.
002080         10  WS-CD-LIQUIDO       PIC 9(09)V99.
002090         10  WS-CD-SITUACAO      PIC X(01).
002100 01  WS-CD-COUNT                 PIC 9(03)   VALUE ZERO.
002110
002120******************************************************************
002130*  CREDITOS DO EXTRATO (BANKSTMT), MARCADOS QUANDO UM DIA DE
002140*  CREDITO DA COBRANCA OS EXPLICA.
002150******************************************************************
002160 01  WS-BS-TABLE.
002170     05  WS-BS-ENTRY OCCURS 200 TIMES
002180                     INDEXED BY WS-BS-IDX.
002190         10  WS-BS-DATA          PIC X(08).
002200         10  WS-BS-VALOR         PIC 9(07)V99.
002210         10  WS-BS-USADO-SW      PIC X(01).
002220 01  WS-BS-COUNT                 PIC 9(03)   VALUE ZERO.
002230 01  WS-BS-DROPPED               PIC 9(05)   VALUE ZERO.
002240
002250******************************************************************
002260*  EXCECOES DO RETORNO, LISTADAS NO FIM DO RELATORIO.
002270******************************************************************
002280 01  WS-EX-TABLE.
002290     05  WS-EX-ENTRY OCCURS 200 TIMES
002300                     INDEXED BY WS-EX-IDX.
002310         10  WS-EX-NOSSO         PIC X(10).
002320         10  WS-EX-DATA-PAGTO    PIC X(08).
002330         10  WS-EX-PAGO          PIC 9(07)V99.
002340         10  WS-EX-COBRADO       PIC 9(07)V99.
002350         10  WS-EX-MOTIVO        PIC X(23).
002360         10  WS-EX-PAGADOR       PIC X(30).
002370         10  WS-EX-DESC          PIC X(30).
002380 01  WS-EX-COUNT                 PIC 9(03)   VALUE ZERO.
002390 01  WS-EX-DROPPED               PIC 9(05)   VALUE ZERO.
002391*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
002392*  LANCAMENTO NO LEDGER.
002393 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
002394 01  WS-PERIODO-PROG             PIC X(08)   VALUE "COBRANCA".
002395 01  WS-PERIODO-SW               PIC X(01).
002396     88  WS-PERIODO-RECUSADO                 VALUE "R".
002400
002410 PROCEDURE DIVISION.
002420
002430 0000-MAINLINE.
002440     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002450*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
002460     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002470                         WS-AUTHORIZED-SW
002480     IF NOT WS-AUTHORIZED
002490         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002500         MOVE 8 TO RETURN-CODE
002510         STOP RUN
002520     END-IF
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002540     IF WS-OVERFLOW
002550         DISPLAY "MENSCHG OU FATURAS MAIOR QUE A TABELA - "
002560                 "EXECUCAO RECUSADA, NADA BAIXADO"
002570         MOVE 8 TO RETURN-CODE
002580         STOP RUN
002590     END-IF
002600     PERFORM 2000-TOTALIZA-RETORNO THRU 2000-EXIT
002610     IF WS-OVERFLOW
002620         DISPLAY "RETORNO COM MAIS DE 50 DIAS DE CREDITO - "
002630                 "EXECUCAO RECUSADA, NADA BAIXADO"
002640         MOVE 8 TO RETURN-CODE
002650         STOP RUN
002660     END-IF
002670     PERFORM 2200-CONFERE-REPETIDO THRU 2200-EXIT
002680     IF WS-REPETIDO
002690         PERFORM 2300-RECUSA-REPETIDO
002700         STOP RUN
002710     END-IF
002720     PERFORM 2500-BAIXA-RETORNO THRU 2500-EXIT
002730     PERFORM 3000-CONCILIA-EXTRATO THRU 3000-EXIT
002740     PERFORM 3500-REPORT-EXCECOES THRU 3500-EXIT
002750     PERFORM 4000-FINALIZE
002760     STOP RUN.
002770
002780******************************************************************
002790*  0010-SIGN-ON
002800*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002810*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002820******************************************************************
002830 0010-SIGN-ON.
002840     MOVE "N" TO WS-SIGNON-VALID-SW
002850     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002860         UNTIL WS-SIGNON-VALID.
002870 0010-EXIT.
002880     EXIT.
002890
002900 0020-PROMPT-SIGNON.
002910     MOVE "SGN-001" TO WS-MSG-CODE-WK
002920     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002930     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002940     ACCEPT WS-OPERATOR-ID
002950     MOVE "SGN-002" TO WS-MSG-CODE-WK
002960     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002970     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002980     ACCEPT WS-OPERATOR-PIN
002990     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003000                           WS-SIGNON-VALID-SW
003010     IF NOT WS-SIGNON-VALID
003020         MOVE "SGN-003" TO WS-MSG-CODE-WK
003030         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003040         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003050     END-IF.
003060 0020-EXIT.
003070     EXIT.
003080
003090
003100******************************************************************
003110*  1000-INITIALIZE
003120*  CARREGA AS COBRANCAS, AS FATURAS E OS CREDITOS DO EXTRATO,
003130*  ABRE A AUDITORIA E GRAVA O CABECALHO DO RELATORIO.
003140******************************************************************
003150 1000-INITIALIZE.
003160     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003170     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003180     ACCEPT RUN-STAMP-ID   FROM TIME
003190     OPEN INPUT TUITION-CHARGE-FILE
003200     IF WS-MENS-FILE-STATUS NOT = "00"
003210         MOVE "Y" TO WS-MENS-EOF-SW
003220     ELSE
003230         PERFORM 1100-LOAD-CHARGE THRU 1100-EXIT
003240             UNTIL WS-MENS-EOF
003250         CLOSE TUITION-CHARGE-FILE
003260     END-IF
003270     OPEN INPUT INVOICE-FILE
003280     IF WS-FAT-FILE-STATUS NOT = "00"
003290         MOVE "Y" TO WS-FAT-EOF-SW
003300     ELSE
003310         PERFORM 1200-LOAD-INVOICE THRU 1200-EXIT
003320             UNTIL WS-FAT-EOF
003330         CLOSE INVOICE-FILE
003340     END-IF
003350     OPEN INPUT BANK-STATEMENT-FILE
003360     IF WS-BSTM-FILE-STATUS NOT = "00"
003370         MOVE "Y" TO WS-BSTM-EOF-SW
003380         DISPLAY "BANKSTMT AUSENTE - CREDITOS FICAM SEM CONCILIAR"
003390     ELSE
003400         PERFORM 1300-LOAD-CREDITO THRU 1300-EXIT
003410             UNTIL WS-BSTM-EOF
003420         CLOSE BANK-STATEMENT-FILE
003430     END-IF
003440     IF WS-OVERFLOW
003450         GO TO 1000-EXIT
003460     END-IF
003470     OPEN OUTPUT RECONCILE-REPORT-FILE
003480     PERFORM 0100-OPEN-AUDIT-LOG-FILE
003490     MOVE SPACES TO WS-RUN-STAMP-DISP
003500     STRING "EXECUCAO " DELIMITED BY SIZE
003510            RUN-STAMP-DATE DELIMITED BY SIZE
003520            " " DELIMITED BY SIZE
003530            RUN-STAMP-ID DELIMITED BY SIZE
003540         INTO WS-RUN-STAMP-DISP
003550     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
003560     WRITE REPORT-LINE
003570     MOVE "RETORNO DA COBRANCA BANCARIA - BAIXA DOS BOLETOS PAGOS"
003580         TO REPORT-LINE
003590     WRITE REPORT-LINE
003600     MOVE SPACES TO REPORT-LINE
003610     WRITE REPORT-LINE.
003620 1000-EXIT.
003630     EXIT.
003640
003650 1100-LOAD-CHARGE.
003660     READ TUITION-CHARGE-FILE
003670         AT END
003680             MOVE "Y" TO WS-MENS-EOF-SW
003690             GO TO 1100-EXIT
003700     END-READ
003710     IF WS-CH-COUNT >= 500
003720         MOVE "Y" TO WS-OVERFLOW-SW
003730         GO TO 1100-EXIT
003740     END-IF
003750     ADD 1 TO WS-CH-COUNT
003760     SET WS-CH-IDX TO WS-CH-COUNT
003770     MOVE MENS-ALUNO-ID     TO WS-CH-ALUNO(WS-CH-IDX)
003780     MOVE MENS-MES          TO WS-CH-MES(WS-CH-IDX)
003790     MOVE MENS-VALOR        TO WS-CH-VALOR(WS-CH-IDX)
003800     MOVE MENS-STATUS       TO WS-CH-STATUS(WS-CH-IDX)
003810     MOVE MENS-PAY-DATE     TO WS-CH-PAY-DATE(WS-CH-IDX)
003820     MOVE MENS-CAIXA        TO WS-CH-CAIXA(WS-CH-IDX)
003830     MOVE MENS-NOSSO-NUMERO TO WS-CH-NOSSO(WS-CH-IDX)
003835     MOVE MENS-ACORDO-ID    TO WS-CH-ACORDO(WS-CH-IDX).
003840 1100-EXIT.
003850     EXIT.
003860
003870 1200-LOAD-INVOICE.
003880     READ INVOICE-FILE
003890         AT END
003900             MOVE "Y" TO WS-FAT-EOF-SW
003910             GO TO 1200-EXIT
003920     END-READ
003930     IF WS-FT-COUNT >= 200
003940         MOVE "Y" TO WS-OVERFLOW-SW
003950         GO TO 1200-EXIT
003960     END-IF
003970     ADD 1 TO WS-FT-COUNT
003980     SET WS-FT-IDX TO WS-FT-COUNT
003990     MOVE FAT-NUMERO       TO WS-FT-NUMERO(WS-FT-IDX)
004000     MOVE FAT-GRUPO-ID     TO WS-FT-GRUPO(WS-FT-IDX)
004010     MOVE FAT-DATE         TO WS-FT-DATE(WS-FT-IDX)
004020     MOVE FAT-ROTA         TO WS-FT-ROTA(WS-FT-IDX)
004030     MOVE FAT-QTD          TO WS-FT-QTD(WS-FT-IDX)
004040     MOVE FAT-VALOR        TO WS-FT-VALOR(WS-FT-IDX)
004050     MOVE FAT-STATUS       TO WS-FT-STATUS(WS-FT-IDX)
004060     MOVE FAT-PAY-DATE     TO WS-FT-PAY-DATE(WS-FT-IDX)
004070     MOVE FAT-DV           TO WS-FT-DV(WS-FT-IDX)
004080     MOVE FAT-VENCIMENTO   TO WS-FT-VENC(WS-FT-IDX)
004090     MOVE FAT-NOSSO-NUMERO TO WS-FT-NOSSO(WS-FT-IDX).
004100 1200-EXIT.
004110     EXIT.
004120
004130 1300-LOAD-CREDITO.
004140     READ BANK-STATEMENT-FILE
004150         AT END
004160             MOVE "Y" TO WS-BSTM-EOF-SW
004170             GO TO 1300-EXIT
004180     END-READ
004190     IF NOT BSTM-CREDITO
004200         OR BSTM-AMOUNT NOT NUMERIC
004210         GO TO 1300-EXIT
004220     END-IF
004230     IF WS-BS-COUNT >= 200
004240         ADD 1 TO WS-BS-DROPPED
004250         GO TO 1300-EXIT
004260     END-IF
004270     ADD 1 TO WS-BS-COUNT
004280     SET WS-BS-IDX TO WS-BS-COUNT
004290     MOVE BSTM-DATE   TO WS-BS-DATA(WS-BS-IDX)
004300     MOVE BSTM-AMOUNT TO WS-BS-VALOR(WS-BS-IDX)
004310     MOVE "N"         TO WS-BS-USADO-SW(WS-BS-IDX).
004320 1300-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360*  0100-OPEN-AUDIT-LOG-FILE
004370*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
004380*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
004390******************************************************************
004400 0100-OPEN-AUDIT-LOG-FILE.
004410     OPEN EXTEND AUDIT-LOG-FILE
004420     IF WS-AUDIT-FILE-STATUS = "35"
004430         OPEN OUTPUT AUDIT-LOG-FILE
004440         CLOSE AUDIT-LOG-FILE
004450         OPEN EXTEND AUDIT-LOG-FILE
004460     END-IF.
004470
004480******************************************************************
004490*  2000-TOTALIZA-RETORNO
004500*  PRIMEIRA PASSADA NO RETORNO: SOMA QUANTIDADE, PAGO E TARIFA POR
004510*  DIA DE CREDITO, PARA CONFERIR REPETICAO ANTES DE BAIXAR NADA.
004520******************************************************************
004530 2000-TOTALIZA-RETORNO.
004540     OPEN INPUT BANK-RETURN-FILE
004550     IF WS-RBC-FILE-STATUS NOT = "00"
004560         MOVE "Y" TO WS-RBC-AUSENTE-SW
004570         DISPLAY "RETBANCO AUSENTE - NADA A BAIXAR"
004580         GO TO 2000-EXIT
004590     END-IF
004600     MOVE "N" TO WS-RBC-EOF-SW
004610     PERFORM 2050-TOTALIZA-UM THRU 2050-EXIT
004620         UNTIL WS-RBC-EOF
004630     CLOSE BANK-RETURN-FILE
004640     PERFORM 2100-CALCULA-LIQUIDO THRU 2100-EXIT
004650         VARYING WS-SCAN FROM 1 BY 1
004660         UNTIL WS-SCAN > WS-CD-COUNT.
004670 2000-EXIT.
004680     EXIT.
004690
004700 2050-TOTALIZA-UM.
004710     READ BANK-RETURN-FILE
004720         AT END
004730             MOVE "Y" TO WS-RBC-EOF-SW
004740             GO TO 2050-EXIT
004750     END-READ
004760     IF RBC-VALOR-PAGO NOT NUMERIC
004770         OR RBC-TARIFA NOT NUMERIC
004780         OR RBC-DATA-CREDITO NOT NUMERIC
004790         GO TO 2050-EXIT
004800     END-IF
004810     PERFORM 5000-FIND-DIA THRU 5000-EXIT
004820     IF NOT WS-FOUND
004830         IF WS-CD-COUNT >= 50
004840             MOVE "Y" TO WS-OVERFLOW-SW
004850             MOVE "Y" TO WS-RBC-EOF-SW
004860             GO TO 2050-EXIT
004870         END-IF
004880         ADD 1 TO WS-CD-COUNT
004890         SET WS-CD-IDX TO WS-CD-COUNT
004900         MOVE RBC-DATA-CREDITO TO WS-CD-DATA(WS-CD-IDX)
004910         MOVE ZERO TO WS-CD-QTD(WS-CD-IDX)
004920         MOVE ZERO TO WS-CD-PAGO(WS-CD-IDX)
004930         MOVE ZERO TO WS-CD-TARIFA(WS-CD-IDX)
004940         MOVE ZERO TO WS-CD-LIQUIDO(WS-CD-IDX)
004950         MOVE "N"  TO WS-CD-SITUACAO(WS-CD-IDX)
004960     END-IF
004970     ADD 1              TO WS-CD-QTD(WS-CD-IDX)
004980     ADD RBC-VALOR-PAGO TO WS-CD-PAGO(WS-CD-IDX)
004990     ADD RBC-TARIFA     TO WS-CD-TARIFA(WS-CD-IDX).
005000 2050-EXIT.
005010     EXIT.
005020
005030 2100-CALCULA-LIQUIDO.
005040     SET WS-CD-IDX TO WS-SCAN
005050     IF WS-CD-TARIFA(WS-CD-IDX) > WS-CD-PAGO(WS-CD-IDX)
005060         MOVE ZERO TO WS-CD-LIQUIDO(WS-CD-IDX)
005070     ELSE
005080         SUBTRACT WS-CD-TARIFA(WS-CD-IDX)
005090             FROM WS-CD-PAGO(WS-CD-IDX)
005100             GIVING WS-CD-LIQUIDO(WS-CD-IDX)
005110     END-IF.
005120 2100-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160*  2200-CONFERE-REPETIDO
005170*  UM DIA DE CREDITO JA GRAVADO NO COBRCRED COM A MESMA QUANTIDADE
005180*  E O MESMO LIQUIDO QUER DIZER RETORNO IMPORTADO DE NOVO.
005190******************************************************************
005200 2200-CONFERE-REPETIDO.
005210     IF WS-CD-COUNT = ZERO
005220         GO TO 2200-EXIT
005230     END-IF
005240     OPEN INPUT COLLECTION-CREDIT-FILE
005250     IF WS-CCR-FILE-STATUS NOT = "00"
005260         GO TO 2200-EXIT
005270     END-IF
005280     MOVE "N" TO WS-CCR-EOF-SW
005290     PERFORM 2250-CONFERE-UM THRU 2250-EXIT
005300         UNTIL WS-CCR-EOF OR WS-REPETIDO
005310     CLOSE COLLECTION-CREDIT-FILE.
005320 2200-EXIT.
005330     EXIT.
005340
005350 2250-CONFERE-UM.
005360     READ COLLECTION-CREDIT-FILE
005370         AT END
005380             MOVE "Y" TO WS-CCR-EOF-SW
005390             GO TO 2250-EXIT
005400     END-READ
005410     PERFORM 2260-COMPARA-DIA THRU 2260-EXIT
005420         VARYING WS-SCAN FROM 1 BY 1
005430         UNTIL WS-SCAN > WS-CD-COUNT OR WS-REPETIDO.
005440 2250-EXIT.
005450     EXIT.
005460
005470 2260-COMPARA-DIA.
005480     SET WS-CD-IDX TO WS-SCAN
005490     IF CCR-DATA-CREDITO = WS-CD-DATA(WS-CD-IDX)
005500         AND CCR-QTD = WS-CD-QTD(WS-CD-IDX)
005510         AND CCR-LIQUIDO = WS-CD-LIQUIDO(WS-CD-IDX)
005520         MOVE "Y" TO WS-REPETIDO-SW
005530     END-IF.
005540 2260-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580*  2300-RECUSA-REPETIDO
005590*  RETORNO REPETIDO: NADA E BAIXADO NEM LANCADO; FICA O REGISTRO
005600*  NO RELATORIO E NA AUDITORIA.
005610******************************************************************
005620 2300-RECUSA-REPETIDO.
005630     DISPLAY "RETORNO JA IMPORTADO (CREDITO DE "
005640             WS-CD-DATA(WS-CD-IDX) ") - NADA BAIXADO"
005650     MOVE SPACES TO REPORT-LINE
005660     STRING "*** RETORNO RECUSADO - CREDITO DE "
005670            WS-CD-DATA(WS-CD-IDX)
005680            " JA IMPORTADO (COBRCRED)"
005690         DELIMITED BY SIZE INTO REPORT-LINE
005700     WRITE REPORT-LINE
005710     MOVE "RECUSADO" TO WS-MOTIVO-WK
005720     PERFORM 7000-WRITE-AUDIT
005730     CLOSE RECONCILE-REPORT-FILE
005740     CLOSE AUDIT-LOG-FILE
005750     MOVE 8 TO RETURN-CODE.
005760
005770******************************************************************
005780*  2500-BAIXA-RETORNO
005790*  SEGUNDA PASSADA: CADA BOLETO PAGO E BAIXADO OU VAI PARA AS
005800*  EXCECOES, COM O LANCAMENTO CONTABIL DO DINHEIRO QUE ENTROU.
005810******************************************************************
005820 2500-BAIXA-RETORNO.
005830     MOVE "BOLETOS BAIXADOS:" TO REPORT-LINE
005840     WRITE REPORT-LINE
005850     IF WS-RBC-AUSENTE
005860         GO TO 2500-REPORT
005870     END-IF
005880     OPEN INPUT BANK-RETURN-FILE
005890     OPEN EXTEND LEDGER-POSTING-FILE
005900     IF WS-LEDGER-FILE-STATUS = "35"
005910         OPEN OUTPUT LEDGER-POSTING-FILE
005920         CLOSE LEDGER-POSTING-FILE
005930         OPEN EXTEND LEDGER-POSTING-FILE
005940     END-IF
005950     MOVE "N" TO WS-RBC-EOF-SW
005960     PERFORM 2550-BAIXA-UM THRU 2550-EXIT
005970         UNTIL WS-RBC-EOF
005980     CLOSE BANK-RETURN-FILE
005990     CLOSE LEDGER-POSTING-FILE.
006000 2500-REPORT.
006010     IF WS-BAIXADAS = ZERO
006020         MOVE "  (NENHUM)" TO REPORT-LINE
006030         WRITE REPORT-LINE
006040     END-IF.
006050 2500-EXIT.
006060     EXIT.
006070
006080 2550-BAIXA-UM.
006090     READ BANK-RETURN-FILE
006100         AT END
006110             MOVE "Y" TO WS-RBC-EOF-SW
006120             GO TO 2550-EXIT
006130     END-READ
006140     ADD 1 TO WS-LIDOS
006150     MOVE SPACES TO WS-DESC-WK
006160     MOVE ZERO   TO WS-VALOR-COBR
006170     IF RBC-VALOR-PAGO NOT NUMERIC
006180         OR RBC-TARIFA NOT NUMERIC
006190         OR RBC-DATA-CREDITO NOT NUMERIC
006200         ADD 1 TO WS-INVALIDOS
006210         MOVE "REGISTRO INVALIDO" TO WS-MOTIVO-WK
006220         PERFORM 2900-REGISTRA-EXCECAO THRU 2900-EXIT
006230         GO TO 2550-EXIT
006240     END-IF
006250     MOVE RBC-NOSSO-NUMERO TO WS-NOSSO-WK
006260     MOVE "V" TO WS-DV-ACAO
006270     CALL "DIGVER" USING WS-NOSSO-WK WS-DV-ACAO WS-DV-VALID-SW
006280     IF NOT WS-DV-VALID
006290         MOVE "NOSSO NUMERO INVALIDO" TO WS-MOTIVO-WK
006300         PERFORM 2900-REGISTRA-EXCECAO THRU 2900-EXIT
006310         PERFORM 2960-POST-IDENTIFICAR THRU 2960-EXIT
006320         GO TO 2550-EXIT
006330     END-IF
006340     MOVE "N" TO WS-FOUND-SW
006350     EVALUATE TRUE
006360         WHEN RBC-CART-FATURA
006370             PERFORM 2600-LOCALIZA-FATURA THRU 2600-EXIT
006380         WHEN RBC-CART-MENSALIDADE
006390             PERFORM 2700-LOCALIZA-MENSALIDADE THRU 2700-EXIT
006400     END-EVALUATE
006410     IF NOT WS-FOUND
006420         MOVE "COBRANCA NAO ENCONTRADA" TO WS-MOTIVO-WK
006430         PERFORM 2900-REGISTRA-EXCECAO THRU 2900-EXIT
006440         PERFORM 2960-POST-IDENTIFICAR THRU 2960-EXIT
006450         GO TO 2550-EXIT
006460     END-IF
006470     IF WS-STATUS-WK NOT = "A"
006480         MOVE "COBRANCA JA BAIXADA" TO WS-MOTIVO-WK
006490         PERFORM 2900-REGISTRA-EXCECAO THRU 2900-EXIT
006500         PERFORM 2960-POST-IDENTIFICAR THRU 2960-EXIT
006510         GO TO 2550-EXIT
006520     END-IF
006530     IF RBC-VALOR-PAGO < WS-VALOR-COBR
006540         MOVE "PAGAMENTO PARCIAL" TO WS-MOTIVO-WK
006550         PERFORM 2900-REGISTRA-EXCECAO THRU 2900-EXIT
006560         PERFORM 2960-POST-IDENTIFICAR THRU 2960-EXIT
006570         GO TO 2550-EXIT
006580     END-IF
006590     IF RBC-VALOR-PAGO > WS-VALOR-COBR
006600         MOVE "PAGAMENTO A MAIOR" TO WS-MOTIVO-WK
006610         PERFORM 2900-REGISTRA-EXCECAO THRU 2900-EXIT
006620         PERFORM 2960-POST-IDENTIFICAR THRU 2960-EXIT
006630         GO TO 2550-EXIT
006640     END-IF
006650     PERFORM 2800-BAIXA-COBRANCA THRU 2800-EXIT.
006660 2550-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700*  2600-LOCALIZA-FATURA
006710*  PROCURA A FATURA DO NOSSO NUMERO; DEIXA A POSICAO, O VALOR E A
006720*  SITUACAO DELA.
006730******************************************************************
006740 2600-LOCALIZA-FATURA.
006750     PERFORM 2650-MATCH-FATURA THRU 2650-EXIT
006760         VARYING WS-SCAN FROM 1 BY 1
006770         UNTIL WS-SCAN > WS-FT-COUNT OR WS-FOUND
006780     IF NOT WS-FOUND
006790         GO TO 2600-EXIT
006800     END-IF
006810     SET WS-FT-IDX TO WS-ITEM-POS
006820     MOVE "F"                     TO WS-ORIGEM-WK
006830     MOVE WS-FT-VALOR(WS-FT-IDX)  TO WS-VALOR-COBR
006840     MOVE WS-FT-STATUS(WS-FT-IDX) TO WS-STATUS-WK
006850     STRING "FATURA " WS-FT-NUMERO(WS-FT-IDX)
006860            " GRUPO " WS-FT-GRUPO(WS-FT-IDX)
006870         DELIMITED BY SIZE INTO WS-DESC-WK.
006880 2600-EXIT.
006890     EXIT.
006900
006910 2650-MATCH-FATURA.
006920     SET WS-FT-IDX TO WS-SCAN
006930     IF WS-FT-NOSSO(WS-FT-IDX) = RBC-NOSSO-NUMERO
006940         MOVE "Y"     TO WS-FOUND-SW
006950         MOVE WS-SCAN TO WS-ITEM-POS
006960     END-IF.
006970 2650-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010*  2700-LOCALIZA-MENSALIDADE
007020*  PROCURA A COBRANCA DE MENSALIDADE DO NOSSO NUMERO; DEIXA A
007030*  POSICAO, O VALOR E A SITUACAO DELA.
007040******************************************************************
007050 2700-LOCALIZA-MENSALIDADE.
007060     PERFORM 2750-MATCH-MENSALIDADE THRU 2750-EXIT
007070         VARYING WS-SCAN FROM 1 BY 1
007080         UNTIL WS-SCAN > WS-CH-COUNT OR WS-FOUND
007090     IF NOT WS-FOUND
007100         GO TO 2700-EXIT
007110     END-IF
007120     SET WS-CH-IDX TO WS-ITEM-POS
007130     MOVE "M"                     TO WS-ORIGEM-WK
007140     MOVE WS-CH-VALOR(WS-CH-IDX)  TO WS-VALOR-COBR
007150     MOVE WS-CH-STATUS(WS-CH-IDX) TO WS-STATUS-WK
007160     STRING "MENSALIDADE " WS-CH-MES(WS-CH-IDX)
007170            " " WS-CH-ALUNO(WS-CH-IDX)
007180         DELIMITED BY SIZE INTO WS-DESC-WK.
007190 2700-EXIT.
007200     EXIT.
007210
007220 2750-MATCH-MENSALIDADE.
007230     SET WS-CH-IDX TO WS-SCAN
007240     IF WS-CH-NOSSO(WS-CH-IDX) = RBC-NOSSO-NUMERO
007250         MOVE "Y"     TO WS-FOUND-SW
007260         MOVE WS-SCAN TO WS-ITEM-POS
007270     END-IF.
007280 2750-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320*  2800-BAIXA-COBRANCA
007330*  PAGAMENTO EXATO: BAIXA COM A DATA DE PAGAMENTO DO BANCO, LANCA
007340*  DEBITO NO BANCO E CREDITO NAS CONTAS A RECEBER E LISTA A BAIXA.
007350******************************************************************
007360 2800-BAIXA-COBRANCA.
007370     IF WS-ORIGEM-FATURA
007380         SET WS-FT-IDX TO WS-ITEM-POS
007390         MOVE "P"            TO WS-FT-STATUS(WS-FT-IDX)
007400         MOVE RBC-DATA-PAGTO TO WS-FT-PAY-DATE(WS-FT-IDX)
007410         ADD 1 TO WS-FAT-BAIXADAS
007420     ELSE
007430         SET WS-CH-IDX TO WS-ITEM-POS
007440         MOVE "P"            TO WS-CH-STATUS(WS-CH-IDX)
007450         MOVE RBC-DATA-PAGTO TO WS-CH-PAY-DATE(WS-CH-IDX)
007460         MOVE WS-CAIXA-BANCO TO WS-CH-CAIXA(WS-CH-IDX)
007470         ADD 1 TO WS-MENS-BAIXADAS
007480     END-IF
007490     ADD 1 TO WS-BAIXADAS
007500     ADD RBC-VALOR-PAGO TO WS-TOT-BAIXADO
007510     MOVE SPACES           TO LEDGER-POSTING-RECORD
007520     MOVE WS-HOJE          TO LED-POSTING-DATE
007530     MOVE WS-CONTA-BANCO   TO LED-ACCOUNT
007540     MOVE "D"              TO LED-DC
007550     MOVE RBC-VALOR-PAGO   TO LED-AMOUNT
007560     IF WS-ORIGEM-FATURA
007570         MOVE "BOLETO FATURA"      TO LED-DESC
007580     ELSE
007590         MOVE "BOLETO MENSALIDADE" TO LED-DESC
007600     END-IF
007602     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
007604                          LEDGER-POSTING-RECORD WS-PERIODO-SW
007606     IF NOT WS-PERIODO-RECUSADO
007610         WRITE LEDGER-POSTING-RECORD
007615     END-IF
007620     MOVE SPACES           TO LEDGER-POSTING-RECORD
007630     MOVE WS-HOJE          TO LED-POSTING-DATE
007640     MOVE WS-CONTA-RECEBER TO LED-ACCOUNT
007650     MOVE "C"              TO LED-DC
007660     MOVE RBC-VALOR-PAGO   TO LED-AMOUNT
007670     IF WS-ORIGEM-FATURA
007680         MOVE "BAIXA FATURA BOLETO" TO LED-DESC
007690     ELSE
007700         MOVE "BAIXA MENS BOLETO"   TO LED-DESC
007710     END-IF
007712     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
007714                          LEDGER-POSTING-RECORD WS-PERIODO-SW
007716     IF NOT WS-PERIODO-RECUSADO
007720         WRITE LEDGER-POSTING-RECORD
007725     END-IF
007730     MOVE RBC-VALOR-PAGO TO WS-VALOR-ED
007740     MOVE SPACES TO REPORT-LINE
007750     STRING "  " RBC-NOSSO-NUMERO
007760            " " WS-DESC-WK
007770            " PAGO " RBC-DATA-PAGTO
007780            " R$" WS-VALOR-ED
007790         DELIMITED BY SIZE INTO REPORT-LINE
007800     WRITE REPORT-LINE
007810     PERFORM 7100-WRITE-AUDIT-BAIXA.
007820 2800-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*  2900-REGISTRA-EXCECAO
007870*  GUARDA O BOLETO QUE NAO PODE SER BAIXADO PARA A LISTA DE
007880*  EXCECOES COM O MOTIVO DE WS-MOTIVO-WK.
007890******************************************************************
007900 2900-REGISTRA-EXCECAO.
007910     ADD 1 TO WS-EXCECOES
007920     IF RBC-VALOR-PAGO NUMERIC
007930         ADD RBC-VALOR-PAGO TO WS-TOT-EXCECAO
007940     END-IF
007950     IF WS-EX-COUNT >= 200
007960         ADD 1 TO WS-EX-DROPPED
007970         GO TO 2900-EXIT
007980     END-IF
007990     ADD 1 TO WS-EX-COUNT
008000     SET WS-EX-IDX TO WS-EX-COUNT
008010     MOVE RBC-NOSSO-NUMERO TO WS-EX-NOSSO(WS-EX-IDX)
008020     MOVE RBC-DATA-PAGTO   TO WS-EX-DATA-PAGTO(WS-EX-IDX)
008030     IF RBC-VALOR-PAGO NUMERIC
008040         MOVE RBC-VALOR-PAGO TO WS-EX-PAGO(WS-EX-IDX)
008050     ELSE
008060         MOVE ZERO           TO WS-EX-PAGO(WS-EX-IDX)
008070     END-IF
008080     MOVE WS-VALOR-COBR    TO WS-EX-COBRADO(WS-EX-IDX)
008090     MOVE WS-MOTIVO-WK     TO WS-EX-MOTIVO(WS-EX-IDX)
008100     MOVE RBC-PAGADOR      TO WS-EX-PAGADOR(WS-EX-IDX)
008110     MOVE WS-DESC-WK       TO WS-EX-DESC(WS-EX-IDX)
008112     IF WS-DESC-WK = SPACES
008114         MOVE "COBRANCA NAO IDENTIFICADA" TO WS-EX-DESC(WS-EX-IDX)
008116     END-IF.
008120 2900-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160*  2960-POST-IDENTIFICAR
008170*  O DINHEIRO DA EXCECAO ENTROU NO BANCO: DEBITO NO BANCO E
008180*  CREDITO EM VALORES A IDENTIFICAR ATE A ANALISE.
008190******************************************************************
008200 2960-POST-IDENTIFICAR.
008210     MOVE SPACES               TO LEDGER-POSTING-RECORD
008220     MOVE WS-HOJE              TO LED-POSTING-DATE
008230     MOVE WS-CONTA-BANCO       TO LED-ACCOUNT
008240     MOVE "D"                  TO LED-DC
008250     MOVE RBC-VALOR-PAGO       TO LED-AMOUNT
008260     MOVE "BOLETO A IDENTIFICAR" TO LED-DESC
008262     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
008264                          LEDGER-POSTING-RECORD WS-PERIODO-SW
008266     IF NOT WS-PERIODO-RECUSADO
008270         WRITE LEDGER-POSTING-RECORD
008275     END-IF
008280     MOVE SPACES               TO LEDGER-POSTING-RECORD
008290     MOVE WS-HOJE              TO LED-POSTING-DATE
008300     MOVE WS-CONTA-IDENTIFICAR TO LED-ACCOUNT
008310     MOVE "C"                  TO LED-DC
008320     MOVE RBC-VALOR-PAGO       TO LED-AMOUNT
008330     MOVE "BOLETO A IDENTIFICAR" TO LED-DESC
008332     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
008334                          LEDGER-POSTING-RECORD WS-PERIODO-SW
008336     IF NOT WS-PERIODO-RECUSADO
008340         WRITE LEDGER-POSTING-RECORD
008345     END-IF.
008350 2960-EXIT.
008360     EXIT.
008370
008380******************************************************************
008390*  3000-CONCILIA-EXTRATO
008400*  CADA DIA DE CREDITO DO RETORNO PROCURA NO EXTRATO UM CREDITO
008410*  AINDA LIVRE DO MESMO DIA PELO LIQUIDO EXATO. A TARIFA DO DIA
008420*  VAI PARA AS DESPESAS E O DIA FICA GRAVADO NO COBRCRED.
008430******************************************************************
008440 3000-CONCILIA-EXTRATO.
008450     MOVE SPACES TO REPORT-LINE
008460     WRITE REPORT-LINE
008470     MOVE "CONCILIACAO COM O EXTRATO (LIQUIDO = PAGO - TARIFA):"
008480         TO REPORT-LINE
008490     WRITE REPORT-LINE
008500     IF WS-CD-COUNT = ZERO
008510         MOVE "  (NENHUM DIA DE CREDITO)" TO REPORT-LINE
008520         WRITE REPORT-LINE
008530         GO TO 3000-EXIT
008540     END-IF
008550     MOVE SPACES TO REPORT-LINE
008560     MOVE "CREDITO"  TO REPORT-LINE(3:7)
008570     MOVE "QTD"      TO REPORT-LINE(13:3)
008580     MOVE "PAGO"     TO REPORT-LINE(26:4)
008590     MOVE "TARIFA"   TO REPORT-LINE(35:6)
008600     MOVE "LIQUIDO"  TO REPORT-LINE(48:7)
008610     MOVE "SITUACAO" TO REPORT-LINE(58:8)
008620     WRITE REPORT-LINE
008630     OPEN EXTEND COLLECTION-CREDIT-FILE
008640     IF WS-CCR-FILE-STATUS = "35"
008650         OPEN OUTPUT COLLECTION-CREDIT-FILE
008660         CLOSE COLLECTION-CREDIT-FILE
008670         OPEN EXTEND COLLECTION-CREDIT-FILE
008680     END-IF
008690     OPEN EXTEND LEDGER-POSTING-FILE
008700     IF WS-LEDGER-FILE-STATUS = "35"
008710         OPEN OUTPUT LEDGER-POSTING-FILE
008720         CLOSE LEDGER-POSTING-FILE
008730         OPEN EXTEND LEDGER-POSTING-FILE
008740     END-IF
008750     PERFORM 3100-CONCILIA-DIA THRU 3100-EXIT
008760         VARYING WS-SCAN FROM 1 BY 1
008770         UNTIL WS-SCAN > WS-CD-COUNT
008780     CLOSE COLLECTION-CREDIT-FILE
008790     CLOSE LEDGER-POSTING-FILE.
008800 3000-EXIT.
008810     EXIT.
008820
008830 3100-CONCILIA-DIA.
008840     SET WS-CD-IDX TO WS-SCAN
008850     MOVE "N" TO WS-MATCH-SW
008860     PERFORM 3150-TRY-ONE-CREDITO THRU 3150-EXIT
008870         VARYING WS-BS-IDX FROM 1 BY 1
008880         UNTIL WS-BS-IDX > WS-BS-COUNT OR WS-MATCH
008890     MOVE SPACES TO REPORT-LINE
008900     MOVE WS-CD-DATA(WS-CD-IDX)  TO REPORT-LINE(3:8)
008910     MOVE WS-CD-QTD(WS-CD-IDX)   TO REPORT-LINE(13:5)
008920     MOVE WS-CD-PAGO(WS-CD-IDX)  TO WS-TOTAL-ED
008930     MOVE WS-TOTAL-ED            TO REPORT-LINE(18:12)
008940     MOVE WS-CD-TARIFA(WS-CD-IDX) TO WS-TARIFA-ED
008950     MOVE WS-TARIFA-ED           TO REPORT-LINE(31:10)
008960     MOVE WS-CD-LIQUIDO(WS-CD-IDX) TO WS-TOTAL-ED
008970     MOVE WS-TOTAL-ED            TO REPORT-LINE(43:12)
008980     IF WS-MATCH
008990         MOVE "C" TO WS-CD-SITUACAO(WS-CD-IDX)
009000         ADD 1 TO WS-CASADOS
009010         MOVE "CONFERE"                TO REPORT-LINE(58:7)
009020     ELSE
009030         MOVE "N" TO WS-CD-SITUACAO(WS-CD-IDX)
009040         ADD 1 TO WS-NAO-CASADOS
009050         MOVE "SEM CREDITO NO EXTRATO" TO REPORT-LINE(58:22)
009060     END-IF
009070     WRITE REPORT-LINE
009080     ADD WS-CD-TARIFA(WS-CD-IDX) TO WS-TOT-TARIFA
009090     MOVE SPACES                    TO COLLECTION-CREDIT-RECORD
009100     MOVE WS-CD-DATA(WS-CD-IDX)     TO CCR-DATA-CREDITO
009110     MOVE WS-CD-QTD(WS-CD-IDX)      TO CCR-QTD
009120     MOVE WS-CD-PAGO(WS-CD-IDX)     TO CCR-PAGO
009130     MOVE WS-CD-TARIFA(WS-CD-IDX)   TO CCR-TARIFA
009140     MOVE WS-CD-LIQUIDO(WS-CD-IDX)  TO CCR-LIQUIDO
009150     MOVE WS-CD-SITUACAO(WS-CD-IDX) TO CCR-SITUACAO
009160     MOVE RUN-STAMP-DATE            TO CCR-RUN-DATE
009170     MOVE RUN-STAMP-ID              TO CCR-RUN-ID
009180     MOVE WS-OPERATOR-ID            TO CCR-OPERATOR-ID
009190     WRITE COLLECTION-CREDIT-RECORD
009200     IF WS-CD-TARIFA(WS-CD-IDX) = ZERO
009210         GO TO 3100-EXIT
009220     END-IF
009230     MOVE SPACES                  TO LEDGER-POSTING-RECORD
009240     MOVE WS-HOJE                 TO LED-POSTING-DATE
009250     MOVE WS-CONTA-TARIFA         TO LED-ACCOUNT
009260     MOVE "D"                     TO LED-DC
009270     MOVE WS-CD-TARIFA(WS-CD-IDX) TO LED-AMOUNT
009280     MOVE "TARIFA COBRANCA"       TO LED-DESC
009282     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
009284                          LEDGER-POSTING-RECORD WS-PERIODO-SW
009286     IF NOT WS-PERIODO-RECUSADO
009290         WRITE LEDGER-POSTING-RECORD
009295     END-IF
009300     MOVE SPACES                  TO LEDGER-POSTING-RECORD
009310     MOVE WS-HOJE                 TO LED-POSTING-DATE
009320     MOVE WS-CONTA-BANCO          TO LED-ACCOUNT
009330     MOVE "C"                     TO LED-DC
009340     MOVE WS-CD-TARIFA(WS-CD-IDX) TO LED-AMOUNT
009350     MOVE "TARIFA COBRANCA"       TO LED-DESC
009352     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
009354                          LEDGER-POSTING-RECORD WS-PERIODO-SW
009356     IF NOT WS-PERIODO-RECUSADO
009360         WRITE LEDGER-POSTING-RECORD
009365     END-IF.
009370 3100-EXIT.
009380     EXIT.
009390
009400 3150-TRY-ONE-CREDITO.
009410     IF WS-BS-USADO-SW(WS-BS-IDX) = "Y"
009420         GO TO 3150-EXIT
009430     END-IF
009440     IF WS-BS-DATA(WS-BS-IDX) = WS-CD-DATA(WS-CD-IDX)
009450         AND WS-BS-VALOR(WS-BS-IDX) = WS-CD-LIQUIDO(WS-CD-IDX)
009460         MOVE "Y" TO WS-BS-USADO-SW(WS-BS-IDX)
009470         MOVE "Y" TO WS-MATCH-SW
009480     END-IF.
009490 3150-EXIT.
009500     EXIT.
009510
009520******************************************************************
009530*  3500-REPORT-EXCECOES
009540*  LISTA DE EXCECOES: O QUE O BANCO RECEBEU E NAO FOI BAIXADO,
009550*  COM O MOTIVO, O VALOR COBRADO (SE ACHADO) E O PAGADOR.
009560******************************************************************
009570 3500-REPORT-EXCECOES.
009580     MOVE SPACES TO REPORT-LINE
009590     WRITE REPORT-LINE
009600     MOVE "EXCECOES - NAO BAIXADAS, VALOR EM 219IDENT:"
009610         TO REPORT-LINE
009620     WRITE REPORT-LINE
009630     PERFORM 3550-REPORT-ONE THRU 3550-EXIT
009640         VARYING WS-SCAN FROM 1 BY 1
009650         UNTIL WS-SCAN > WS-EX-COUNT
009660     IF WS-EXCECOES = ZERO
009670         MOVE "  (NENHUMA)" TO REPORT-LINE
009680         WRITE REPORT-LINE
009690     END-IF.
009700 3500-EXIT.
009710     EXIT.
009720
009730 3550-REPORT-ONE.
009740     SET WS-EX-IDX TO WS-SCAN
009750     MOVE WS-EX-PAGO(WS-EX-IDX)    TO WS-VALOR-ED
009760     MOVE WS-EX-COBRADO(WS-EX-IDX) TO WS-VALOR2-ED
009770     MOVE SPACES TO REPORT-LINE
009780     STRING "  " WS-EX-NOSSO(WS-EX-IDX)
009790            " " WS-EX-DATA-PAGTO(WS-EX-IDX)
009800            " PAGO " WS-VALOR-ED
009810            " COBR " WS-VALOR2-ED
009820            " " WS-EX-MOTIVO(WS-EX-IDX)
009830         DELIMITED BY SIZE INTO REPORT-LINE
009840     WRITE REPORT-LINE
009850     MOVE SPACES TO REPORT-LINE
009860     STRING "    " WS-EX-DESC(WS-EX-IDX)
009870            " PAGADOR " WS-EX-PAGADOR(WS-EX-IDX)
009880         DELIMITED BY SIZE INTO REPORT-LINE
009890     WRITE REPORT-LINE.
009900 3550-EXIT.
009910     EXIT.
009920
009930******************************************************************
009940*  4000-FINALIZE
009950*  GRAVA OS TOTAIS, REGRAVA MENSCHG E FATURAS SE HOUVE BAIXA,
009960*  REGISTRA A IMPORTACAO NA AUDITORIA E FECHA OS ARQUIVOS.
009970*  EXCECAO OU DIA SEM CREDITO NO EXTRATO DA RETURN-CODE 4.
009980******************************************************************
009990 4000-FINALIZE.
010000     MOVE SPACES TO REPORT-LINE
010010     WRITE REPORT-LINE
010020     MOVE WS-TOT-BAIXADO TO WS-TOTAL-ED
010030     MOVE SPACES TO REPORT-LINE
010040     STRING "BOLETOS LIDOS: " WS-LIDOS
010050            "  BAIXADOS: " WS-BAIXADAS
010060            "  VALOR R$" WS-TOTAL-ED
010070         DELIMITED BY SIZE INTO REPORT-LINE
010080     WRITE REPORT-LINE
010090     MOVE WS-TOT-EXCECAO TO WS-TOTAL-ED
010100     MOVE SPACES TO REPORT-LINE
010110     STRING "EXCECOES: " WS-EXCECOES
010120            "  (INVALIDOS " WS-INVALIDOS ")"
010130            "  VALOR R$" WS-TOTAL-ED
010140         DELIMITED BY SIZE INTO REPORT-LINE
010150     WRITE REPORT-LINE
010160     MOVE WS-TOT-TARIFA TO WS-TOTAL-ED
010170     MOVE SPACES TO REPORT-LINE
010180     STRING "DIAS CONFERIDOS: " WS-CASADOS
010190            "  SEM CREDITO NO EXTRATO: " WS-NAO-CASADOS
010200            "  TARIFAS R$" WS-TOTAL-ED
010210         DELIMITED BY SIZE INTO REPORT-LINE
010220     WRITE REPORT-LINE
010230     IF WS-EX-DROPPED > ZERO
010240         MOVE SPACES TO REPORT-LINE
010250         STRING "*** AVISO: " WS-EX-DROPPED
010260                " EXCECOES FORA DA LISTA (TABELA DE 200)"
010270             DELIMITED BY SIZE INTO REPORT-LINE
010280         WRITE REPORT-LINE
010290     END-IF
010300     IF WS-BS-DROPPED > ZERO
010310         MOVE SPACES TO REPORT-LINE
010320         STRING "*** AVISO: " WS-BS-DROPPED
010330                " CREDITOS DO EXTRATO SEM VAGA NA TABELA (200)"
010340             DELIMITED BY SIZE INTO REPORT-LINE
010350         WRITE REPORT-LINE
010360     END-IF
010370     IF WS-MENS-BAIXADAS > ZERO
010380         PERFORM 4100-REWRITE-MENSCHG
010390     END-IF
010400     IF WS-FAT-BAIXADAS > ZERO
010410         PERFORM 4200-REWRITE-FATURAS
010420     END-IF
010430     MOVE "IMPORTADO" TO WS-MOTIVO-WK
010440     PERFORM 7000-WRITE-AUDIT
010450     IF WS-EXCECOES > ZERO
010460         OR WS-NAO-CASADOS > ZERO
010470         MOVE 4 TO RETURN-CODE
010480     END-IF
010490     CLOSE RECONCILE-REPORT-FILE
010500     CLOSE AUDIT-LOG-FILE
010510     DISPLAY "BOLETOS BAIXADOS: " WS-BAIXADAS
010520             "  EXCECOES: " WS-EXCECOES
010530             " - RELATORIO NO COBRRPT".
010540
010550 4100-REWRITE-MENSCHG.
010560     OPEN OUTPUT TUITION-CHARGE-FILE
010570     PERFORM 4150-WRITE-ONE-CHARGE THRU 4150-EXIT
010580         VARYING WS-SCAN FROM 1 BY 1
010590         UNTIL WS-SCAN > WS-CH-COUNT
010600     CLOSE TUITION-CHARGE-FILE.
010610
010620 4150-WRITE-ONE-CHARGE.
010630     SET WS-CH-IDX TO WS-SCAN
010640     MOVE SPACES                    TO TUITION-CHARGE-RECORD
010650     MOVE WS-CH-ALUNO(WS-CH-IDX)    TO MENS-ALUNO-ID
010660     MOVE WS-CH-MES(WS-CH-IDX)      TO MENS-MES
010670     MOVE WS-CH-VALOR(WS-CH-IDX)    TO MENS-VALOR
010680     MOVE WS-CH-STATUS(WS-CH-IDX)   TO MENS-STATUS
010690     MOVE WS-CH-PAY-DATE(WS-CH-IDX) TO MENS-PAY-DATE
010700     MOVE WS-CH-CAIXA(WS-CH-IDX)    TO MENS-CAIXA
010710     MOVE WS-CH-NOSSO(WS-CH-IDX)    TO MENS-NOSSO-NUMERO
010715     MOVE WS-CH-ACORDO(WS-CH-IDX)   TO MENS-ACORDO-ID
010720     WRITE TUITION-CHARGE-RECORD.
010730 4150-EXIT.
010740     EXIT.
010750
010760 4200-REWRITE-FATURAS.
010770     OPEN OUTPUT INVOICE-FILE
010780     PERFORM 4250-WRITE-ONE-INVOICE THRU 4250-EXIT
010790         VARYING WS-SCAN FROM 1 BY 1
010800         UNTIL WS-SCAN > WS-FT-COUNT
010810     CLOSE INVOICE-FILE.
010820
010830 4250-WRITE-ONE-INVOICE.
010840     SET WS-FT-IDX TO WS-SCAN
010850     MOVE SPACES                    TO INVOICE-RECORD
010860     MOVE WS-FT-NUMERO(WS-FT-IDX)   TO FAT-NUMERO
010870     MOVE WS-FT-GRUPO(WS-FT-IDX)    TO FAT-GRUPO-ID
010880     MOVE WS-FT-DATE(WS-FT-IDX)     TO FAT-DATE
010890     MOVE WS-FT-ROTA(WS-FT-IDX)     TO FAT-ROTA
010900     MOVE WS-FT-QTD(WS-FT-IDX)      TO FAT-QTD
010910     MOVE WS-FT-VALOR(WS-FT-IDX)    TO FAT-VALOR
010920     MOVE WS-FT-STATUS(WS-FT-IDX)   TO FAT-STATUS
010930     MOVE WS-FT-PAY-DATE(WS-FT-IDX) TO FAT-PAY-DATE
010940     MOVE WS-FT-DV(WS-FT-IDX)       TO FAT-DV
010950     MOVE WS-FT-VENC(WS-FT-IDX)     TO FAT-VENCIMENTO
010960     MOVE WS-FT-NOSSO(WS-FT-IDX)    TO FAT-NOSSO-NUMERO
010970     WRITE INVOICE-RECORD.
010980 4250-EXIT.
010990     EXIT.
011000
011010******************************************************************
011020*  5000-FIND-DIA
011030*  LOCALIZA NA TABELA O DIA DE CREDITO RBC-DATA-CREDITO.
011040******************************************************************
011050 5000-FIND-DIA.
011060     MOVE "N" TO WS-FOUND-SW
011070     PERFORM 5050-MATCH-DIA THRU 5050-EXIT
011080         VARYING WS-CD-IDX FROM 1 BY 1
011090         UNTIL WS-CD-IDX > WS-CD-COUNT OR WS-FOUND
011100     IF WS-FOUND
011110         SET WS-CD-IDX DOWN BY 1
011120     END-IF.
011130 5000-EXIT.
011140     EXIT.
011150
011160 5050-MATCH-DIA.
011170     IF WS-CD-DATA(WS-CD-IDX) = RBC-DATA-CREDITO
011180         MOVE "Y" TO WS-FOUND-SW
011190     END-IF.
011200 5050-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240*  7000-WRITE-AUDIT
011250*  GRAVA O RESUMO DA IMPORTACAO DO RETORNO NA TRILHA DE AUDITORIA.
011260******************************************************************
011270 7000-WRITE-AUDIT.
011280     MOVE "COBRANCA"         TO AUDIT-PROGRAM-ID
011290     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
011300     ACCEPT AUDIT-TIME FROM TIME
011310     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
011320     MOVE WS-HOJE             TO AUDIT-KEY
011330     MOVE SPACES              TO AUDIT-DETAIL
011340     STRING "RETORNO " DELIMITED BY SIZE
011350            WS-MOTIVO-WK DELIMITED BY SPACE
011360            " BAIXADOS=" WS-BAIXADAS
011370            " EXCECOES=" WS-EXCECOES
011380            " SEMCRED=" WS-NAO-CASADOS
011390         DELIMITED BY SIZE INTO AUDIT-DETAIL
011400     CALL "AUDITWR" USING AUDIT-RECORD.
011410
011420******************************************************************
011430*  7100-WRITE-AUDIT-BAIXA
011440*  GRAVA A BAIXA DE UM BOLETO NA TRILHA DE AUDITORIA.
011450******************************************************************
011460 7100-WRITE-AUDIT-BAIXA.
011470     MOVE "COBRANCA"         TO AUDIT-PROGRAM-ID
011480     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
011490     ACCEPT AUDIT-TIME FROM TIME
011500     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
011510     MOVE RBC-NOSSO-NUMERO    TO AUDIT-KEY
011520     MOVE SPACES              TO AUDIT-DETAIL
011530     MOVE RBC-VALOR-PAGO      TO WS-VALOR-ED
011540     STRING "BAIXA " WS-DESC-WK
011550            " R$" WS-VALOR-ED
011560         DELIMITED BY SIZE INTO AUDIT-DETAIL
011570     CALL "AUDITWR" USING AUDIT-RECORD.
