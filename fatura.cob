000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000250*  2026-10-15 AFG   A FATURA NOVA SAI COM DIGITO VERIFICADOR
000260*                   (ROTINA DIGVER): SEQUENCIA DE 5 DIGITOS MAIS O
000270*                   DIGITO, MARCADA EM FAT-DV. NO PAGAMENTO O
000280*                   NUMERO DIGITADO E CONFERIDO E DIGITO INVALIDO
000290*                   E RECUSADO COM MENSAGEM PROPRIA; FATURA
000300*                   ANTIGA, SEM DIGITO, CONTINUA SENDO BAIXADA
000310*                   PELO NUMERO EXATO.
000320*  2026-10-15 AFG   FATURA LIGADA AO CADASTRO DE CLIENTES DE
000330*                   FRETAMENTO (CLIFRET, DO CLIMANT) PELO CODIGO
000340*                   DO GRUPO: A FATURA SAI COM NOME E CONTATO DO
000350*                   CLIENTE E VENCIMENTO PELO PRAZO DELE (30
000360*                   DIAS SEM CADASTRO, COM AVISO). NOVAS OPCOES A
000370*                   (SALDO EM ABERTO POR CLIENTE E ATRASO) E E
000380*                   (EXTRATO MENSAL DE CONTA DO CLIENTE NO EXTCLI:
000390*                   SALDO ANTERIOR, FATURAS, PAGAMENTOS E SALDO
000400*                   DEVEDOR).
000410*  2026-10-15 AFG   A FATURA SAI COM O NOSSO NUMERO DO BOLETO
000420*                   ("1" + NUMERO + DIGITO DO DIGVER), IMPRESSO
000430*                   NA FATURA; A BAIXA PELO RETORNO DO BANCO E DO
000440*                   COBRANCA. FATURA EM ABERTO SEM NOSSO NUMERO
000450*                   RECEBE O SEU NA CARGA.
000460*  2026-10-15 AFG   O LANCAMENTO NO LEDGER PASSA PELA ROTINA
000470*                   PERIODO: DATA EM MES FECHADO E RECUSADA OU
000480*                   DESVIADA PARA O PRIMEIRO MES ABERTO,
000490*                   CONFORME O PERPARM, E FICA NO PERLOG.
000500*  2026-10-15 AFG   ORCAMENTOS DO QUALTRIANGULO (ORCTRI): OPCAO
000510*                   O LISTA POR SITUACAO (ABERTO, ACEITO OU
000520*                   VENCIDO) E OPCAO Q ACEITA O ORCAMENTO EM
000530*                   ABERTO, GERANDO A FATURA PELO VALOR ORCADO
000540*                   (ROTA "ORC") E LANCANDO O A RECEBER NO LEDGER
000550*                   CONTRA A RECEITA DE SERVICOS (416RECSV).
000560*                   ORCAMENTO EM ABERTO FORA DA VALIDADE VIRA
000570*                   VENCIDO NA CARGA.
000580******************************************************************
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT INVOICE-FILE ASSIGN TO "FATURAS"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS  IS WS-FAT-FILE-STATUS.
000650     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000680     SELECT LEDGER-POSTING-FILE ASSIGN TO "LEDGER"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS  IS WS-LEDGER-FILE-STATUS.
000710     SELECT INVOICE-REPORT-FILE ASSIGN TO "FATURRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS  IS WS-FATRPT-FILE-STATUS.
000740     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000770     SELECT CUSTOMER-FILE ASSIGN TO "CLIFRET"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS  IS WS-CLI-FILE-STATUS.
000800     SELECT STATEMENT-REPORT-FILE ASSIGN TO "EXTCLI"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS  IS WS-EXT-FILE-STATUS.
000830     SELECT QUOTE-FILE ASSIGN TO "ORCTRI"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS  IS WS-ORC-FILE-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  INVOICE-FILE
000890     RECORDING MODE IS F.
000900     COPY FATURREC.
000910 FD  TICKETS-FILE
000920     RECORDING MODE IS F.
000930     COPY TICKETREC.
000940 FD  LEDGER-POSTING-FILE
000950     RECORDING MODE IS F.
000960     COPY LEDGERREC.
000970 FD  INVOICE-REPORT-FILE
000980     RECORDING MODE IS F.
000990 01  REPORT-LINE                 PIC X(80).
001000 FD  AUDIT-LOG-FILE
001010     RECORDING MODE IS F.
001020     COPY AUDITREC.
001030 FD  CUSTOMER-FILE
001040     RECORDING MODE IS F.
001050     COPY CLIFREC.
001060 FD  STATEMENT-REPORT-FILE
001070     RECORDING MODE IS F.
001080 01  STATEMENT-LINE              PIC X(80).
001090 FD  QUOTE-FILE
001100     RECORDING MODE IS F.
001110     COPY ORCTRIREC.
001120 WORKING-STORAGE SECTION.
001130 01  WS-SWITCHES.
001140     05  WS-FAT-FILE-STATUS      PIC X(02)   VALUE "00".
001150     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
001160     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
001170     05  WS-FATRPT-FILE-STATUS   PIC X(02)   VALUE "00".
001180     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001190     05  WS-CLI-FILE-STATUS      PIC X(02)   VALUE "00".
001200     05  WS-EXT-FILE-STATUS      PIC X(02)   VALUE "00".
001210     05  WS-ORC-FILE-STATUS      PIC X(02)   VALUE "00".
001220     05  WS-ORC-EOF-SW           PIC X(01)   VALUE "N".
001230         88  WS-ORC-EOF                      VALUE "Y".
001240     05  WS-CLI-EOF-SW           PIC X(01)   VALUE "N".
001250         88  WS-CLI-EOF                      VALUE "Y".
001260     05  WS-FAT-EOF-SW           PIC X(01)   VALUE "N".
001270         88  WS-FAT-EOF                      VALUE "Y".
001280     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
001290         88  WS-TICKET-EOF                   VALUE "Y".
001300     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
001310         88  WS-EXIT                         VALUE "Y".
001320     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001330         88  WS-SIGNON-VALID                 VALUE "Y".
001340     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001350         88  WS-FOUND                        VALUE "Y".
001360     05  WS-CL-FOUND-SW          PIC X(01)   VALUE "N".
001370         88  WS-CL-FOUND                     VALUE "Y".
001380 01  WS-MSG-CODE-WK              PIC X(08).
001390 01  WS-MSG-TEXT-WK              PIC X(60).
001400 01  WS-OPERATOR-ID              PIC X(08).
001410 01  WS-OPERATOR-PIN             PIC X(04).
001420 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001430 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001440     88  WS-AUTHORIZED                       VALUE "Y".
001450*  CONTAS DO FATURAMENTO NO PLANO DE CONTAS.
001460 77  WS-CONTA-RECEBER            PIC X(08)   VALUE "130RECEB".
001470 77  WS-CONTA-REC-GRUPO          PIC X(08)   VALUE "415RECGR".
001480 77  WS-CONTA-CAIXA              PIC X(08)   VALUE "110CAIXA".
001490*  FATURA DE ORCAMENTO ACEITO (QUALTRIANGULO): ROTA "ORC" E A
001500*  RECEITA EM CONTA PROPRIA, FORA DA RECEITA DE FRETAMENTO.
001510 77  WS-CONTA-REC-SERVICO        PIC X(08)   VALUE "416RECSV".
001520 77  WS-ROTA-ORCAMENTO           PIC X(03)   VALUE "ORC".
001530 01  WS-RUN-STAMP-DISP           PIC X(30).
001540     COPY RUNSTAMP.
001550 01  WS-ACAO                     PIC X(01).
001560 01  WS-DIA                      PIC X(08).
001570 01  WS-HOJE                     PIC X(08).
001580 01  WS-IN-NUMERO                PIC X(06).
001590 01  WS-NUM-WK                   PIC 9(06).
001600 01  WS-PROX-NUMERO              PIC 9(06)   VALUE ZERO.
001610 01  WS-BASE-WK                  PIC 9(06).
001620*  NUMERO DA FATURA COM DIGITO VERIFICADOR (ROTINA DIGVER), COM
001630*  ZEROS A ESQUERDA ATE AS 10 POSICOES DA ROTINA.
001640 01  WS-NUMERO-DV.
001650     05  FILLER                  PIC X(04)   VALUE "0000".
001660     05  WS-NUMERO-DV-FATURA.
001670         10  WS-NUMERO-DV-BASE   PIC 9(05).
001680         10  FILLER              PIC X(01).
001690 01  WS-DV-ACAO                  PIC X(01).
001700 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
001710     88  WS-DV-VALID                         VALUE "Y".
001720*  NOSSO NUMERO DO BOLETO: CARTEIRA "1" DO FRETAMENTO, O NUMERO DA
001730*  FATURA COM ZEROS A ESQUERDA E O DIGITO DO DIGVER NA POSICAO 10.
001740 01  WS-NOSSO-NUMERO-WK.
001750     05  WS-NOSSO-CARTEIRA       PIC X(01)   VALUE "1".
001760     05  WS-NOSSO-SEQ            PIC 9(08).
001770     05  WS-NOSSO-DV             PIC X(01).
001780 01  WS-GERADAS                  PIC 9(03)   VALUE ZERO.
001790 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001800 01  WS-SCAN                     PIC 9(03).
001810 01  WS-VALOR-ED                 PIC ZZZZZZ9.99.
001820 01  WS-SCAN2                    PIC 9(03).
001830*  VENCIMENTO = DATA DA FATURA MAIS O PRAZO DO CLIENTE, EM DIAS
001840*  CORRIDOS; SEM CADASTRO VALE O PRAZO PADRAO.
001850 77  WS-PRAZO-PADRAO             PIC 9(03)   VALUE 30.
001860 01  WS-PRAZO-WK                 PIC 9(03).
001870 01  WS-PRAZO-ED                 PIC ZZ9.
001880 01  WS-GRUPO-WK                 PIC X(06).
001890 01  WS-DATA-NUM                 PIC 9(08).
001900 01  WS-DIAS-INT                 PIC 9(07).
001910 01  WS-HOJE-INT                 PIC 9(07).
001920 01  WS-ATRASO                   PIC S9(07).
001930 01  WS-ATRASO-ED                PIC -(6)9.
001940
001950******************************************************************
001960*  FATURAS CARREGADAS EM MEMORIA; REGRAVADAS INTEIRAS NA SAIDA
001970*  (MESMO PADRAO DO ROTAMANT).
001980******************************************************************
001990 01  WS-FT-TABLE.
002000     05  WS-FT-ENTRY OCCURS 200 TIMES
002010                     INDEXED BY WS-FT-IDX.
002020         10  WS-FT-NUMERO        PIC 9(06).
002030         10  WS-FT-GRUPO         PIC X(06).
002040         10  WS-FT-DATE          PIC X(08).
002050         10  WS-FT-ROTA          PIC X(03).
002060         10  WS-FT-QTD           PIC 9(03).
002070         10  WS-FT-VALOR         PIC 9(07)V99.
002080         10  WS-FT-STATUS        PIC X(01).
002090         10  WS-FT-PAY-DATE      PIC X(08).
002100         10  WS-FT-DV            PIC X(01).
002110         10  WS-FT-VENC          PIC X(08).
002120         10  WS-FT-NOSSO         PIC X(10).
002130 01  WS-FT-COUNT                 PIC 9(03)   VALUE ZERO.
002140 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
002150     88  WS-OVERFLOW                         VALUE "Y".
002160******************************************************************
002170*  CLIENTES DE FRETAMENTO (CLIFRET) - SO LEITURA AQUI; O CADASTRO
002180*  E MANTIDO PELO CLIMANT.
002190******************************************************************
002200 01  WS-CL-TABLE.
002210     05  WS-CL-ENTRY OCCURS 100 TIMES
002220                     INDEXED BY WS-CL-IDX.
002230         10  WS-CL-ID            PIC X(06).
002240         10  WS-CL-NOME          PIC X(30).
002250         10  WS-CL-CONTATO       PIC X(30).
002260         10  WS-CL-TELEFONE      PIC X(15).
002270         10  WS-CL-PRAZO         PIC 9(03).
002280         10  WS-CL-ATIVO         PIC X(01).
002290 01  WS-CL-COUNT                 PIC 9(03)   VALUE ZERO.
002300 01  WS-CL-DROPPED               PIC 9(03)   VALUE ZERO.
002310 01  WS-CL-SCAN                  PIC 9(03).
002320
002330******************************************************************
002340*  SALDO EM ABERTO POR GRUPO, EM FAIXAS DE ATRASO CONTADO DO
002350*  VENCIMENTO ATE HOJE (OPCAO A).
002360******************************************************************
002370 01  WS-AG-TABLE.
002380     05  WS-AG-ENTRY OCCURS 200 TIMES
002390                     INDEXED BY WS-AG-IDX.
002400         10  WS-AG-GRUPO         PIC X(06).
002410         10  WS-AG-A-VENCER      PIC 9(09)V99.
002420         10  WS-AG-ATE-30        PIC 9(09)V99.
002430         10  WS-AG-ATE-60        PIC 9(09)V99.
002440         10  WS-AG-ATE-90        PIC 9(09)V99.
002450         10  WS-AG-MAIS-90       PIC 9(09)V99.
002460         10  WS-AG-TOTAL         PIC 9(09)V99.
002470 01  WS-AG-COUNT                 PIC 9(03)   VALUE ZERO.
002480 01  WS-AG-GERAL.
002490     05  WS-AGG-A-VENCER         PIC 9(09)V99.
002500     05  WS-AGG-ATE-30           PIC 9(09)V99.
002510     05  WS-AGG-ATE-60           PIC 9(09)V99.
002520     05  WS-AGG-ATE-90           PIC 9(09)V99.
002530     05  WS-AGG-MAIS-90          PIC 9(09)V99.
002540     05  WS-AGG-TOTAL            PIC 9(09)V99.
002550 01  WS-FAIXA-ED                 PIC ZZZZZZZZ9.99.
002560 01  WS-FAIXA-ED2                PIC ZZZZZZZZ9.99.
002570 01  WS-FAIXA-ED3                PIC ZZZZZZZZ9.99.
002580
002590******************************************************************
002600*  EXTRATO MENSAL DE CONTA DO CLIENTE (OPCAO E).
002610******************************************************************
002620 01  WS-EXT-CLIENTE              PIC X(06).
002630 01  WS-EXT-MES                  PIC X(06).
002640 01  WS-EXT-INI                  PIC X(08).
002650 01  WS-EXT-FIM                  PIC X(08).
002660 01  WS-EXT-ANTERIOR             PIC 9(09)V99.
002670 01  WS-EXT-DEBITOS              PIC 9(09)V99.
002680 01  WS-EXT-CREDITOS             PIC 9(09)V99.
002690 01  WS-EXT-SALDO                PIC 9(09)V99.
002700 01  WS-EXT-LANCTOS              PIC 9(03).
002710 01  WS-EXT-EMITIDOS             PIC 9(03)   VALUE ZERO.
002720*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
002730*  LANCAMENTO NO LEDGER.
002740 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
002750 01  WS-PERIODO-PROG             PIC X(08)   VALUE "FATURA".
002760 01  WS-PERIODO-SW               PIC X(01).
002770     88  WS-PERIODO-RECUSADO                 VALUE "R".
002780
002790******************************************************************
002800*  ORCAMENTOS DO QUALTRIANGULO (ORCTRI) EM MEMORIA; REGRAVADOS
002810*  INTEIROS NA SAIDA QUANDO ALGUM MUDA DE SITUACAO.
002820******************************************************************
002830 01  WS-OR-TABLE.
002840     05  WS-OR-ENTRY OCCURS 200 TIMES
002850                     INDEXED BY WS-OR-IDX.
002860         10  WS-OR-NUMERO        PIC 9(06).
002870         10  WS-OR-CLIENTE       PIC X(06).
002880         10  WS-OR-NOME          PIC X(30).
002890         10  WS-OR-DATA          PIC X(08).
002900         10  WS-OR-VALIDADE      PIC X(08).
002910         10  WS-OR-TRIANGULOS    PIC 9(05).
002920         10  WS-OR-PARCELAS      PIC 9(05).
002930         10  WS-OR-AREA          PIC 9(09)V99.
002940         10  WS-OR-PERIMETRO     PIC 9(07)V99.
002950         10  WS-OR-PRECO-AREA    PIC 9(05)V99.
002960         10  WS-OR-PRECO-BORDA   PIC 9(05)V99.
002970         10  WS-OR-MATERIAL      PIC 9(09)V99.
002980         10  WS-OR-ACABAMENTO    PIC 9(09)V99.
002990         10  WS-OR-TOTAL         PIC 9(09)V99.
003000         10  WS-OR-STATUS        PIC X(01).
003010         10  WS-OR-FATURA        PIC X(06).
003020         10  WS-OR-DATA-ACEITE   PIC X(08).
003030         10  WS-OR-OPERADOR      PIC X(08).
003040         10  WS-OR-RUN-ID        PIC X(08).
003050 01  WS-OR-COUNT                 PIC 9(03)   VALUE ZERO.
003060 01  WS-OR-CHANGES               PIC 9(03)   VALUE ZERO.
003070 01  WS-OR-VENCIDOS              PIC 9(03)   VALUE ZERO.
003080 01  WS-OR-OVERFLOW-SW           PIC X(01)   VALUE "N".
003090     88  WS-OR-OVERFLOW                      VALUE "Y".
003100 01  WS-OR-SIT-IN                PIC X(01).
003110 01  WS-OR-SIT-WK                PIC X(01).
003120     88  WS-OR-SIT-ABERTO                    VALUE "A".
003130     88  WS-OR-SIT-ACEITO                    VALUE "C".
003140     88  WS-OR-SIT-VENCIDO                   VALUE "V".
003150 01  WS-OR-LISTADOS              PIC 9(03).
003160 01  WS-OR-SOMA                  PIC 9(09)V99.
003170 01  WS-OR-PECAS                 PIC 9(06).
003180 01  WS-OR-CONFIRMA              PIC X(01).
003190 01  WS-OR-LIMITE                PIC 9(09)V99 VALUE 9999999.99.
003200
003210 PROCEDURE DIVISION.
003220
003230 0000-MAINLINE.
003240     PERFORM 0010-SIGN-ON THRU 0010-EXIT
003250*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
003260     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
003270                         WS-AUTHORIZED-SW
003280     IF NOT WS-AUTHORIZED
003290         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
003300         MOVE 8 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     PERFORM 1000-INITIALIZE
003340     IF WS-OVERFLOW
003350         DISPLAY "FATURAS MAIOR QUE A TABELA (200) - EXECUCAO"
003360                 " RECUSADA, NADA ALTERADO"
003370         MOVE 8 TO RETURN-CODE
003380         STOP RUN
003390     END-IF
003400     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
003410         UNTIL WS-EXIT
003420     PERFORM 3000-FINALIZE
003430     STOP RUN.
003440
003450******************************************************************
003460*  0010-SIGN-ON
003470*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
003480*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
003490******************************************************************
003500 0010-SIGN-ON.
003510     MOVE "N" TO WS-SIGNON-VALID-SW
003520     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
003530         UNTIL WS-SIGNON-VALID.
003540 0010-EXIT.
003550     EXIT.
003560
003570 0020-PROMPT-SIGNON.
003580     MOVE "SGN-001" TO WS-MSG-CODE-WK
003590     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003600     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003610     ACCEPT WS-OPERATOR-ID
003620     MOVE "SGN-002" TO WS-MSG-CODE-WK
003630     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003640     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003650     ACCEPT WS-OPERATOR-PIN
003660     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003670                           WS-SIGNON-VALID-SW
003680     IF NOT WS-SIGNON-VALID
003690         MOVE "SGN-003" TO WS-MSG-CODE-WK
003700         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003710         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003720     END-IF.
003730 0020-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770*  1000-INITIALIZE
003780*  CARREGA OS CLIENTES E AS FATURAS EM MEMORIA (GUARDANDO O
003790*  MAIOR NUMERO JA USADO) E ABRE A AUDITORIA.
003800******************************************************************
003810 1000-INITIALIZE.
003820     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003830     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003840     ACCEPT RUN-STAMP-ID   FROM TIME
003850     MOVE SPACES TO WS-RUN-STAMP-DISP
003860     STRING "EXECUCAO " DELIMITED BY SIZE
003870            RUN-STAMP-DATE DELIMITED BY SIZE
003880            " " DELIMITED BY SIZE
003890            RUN-STAMP-ID DELIMITED BY SIZE
003900         INTO WS-RUN-STAMP-DISP
003910     MOVE WS-HOJE TO WS-DATA-NUM
003920     COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
003930     PERFORM 1200-LOAD-CLIENTES THRU 1200-EXIT
003940     OPEN INPUT INVOICE-FILE
003950     IF WS-FAT-FILE-STATUS NOT = "00"
003960         MOVE "Y" TO WS-FAT-EOF-SW
003970     ELSE
003980         PERFORM 1100-LOAD-FAT-ENTRY THRU 1100-EXIT
003990             UNTIL WS-FAT-EOF
004000         CLOSE INVOICE-FILE
004010     END-IF
004020     PERFORM 1300-LOAD-ORCAMENTOS THRU 1300-EXIT
004030     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
004040
004050 1100-LOAD-FAT-ENTRY.
004060     READ INVOICE-FILE
004070         AT END
004080             MOVE "Y" TO WS-FAT-EOF-SW
004090             GO TO 1100-EXIT
004100     END-READ
004110     IF WS-FT-COUNT >= 200
004120         MOVE "Y" TO WS-OVERFLOW-SW
004130         GO TO 1100-EXIT
004140     END-IF
004150     ADD 1 TO WS-FT-COUNT
004160     SET WS-FT-IDX TO WS-FT-COUNT
004170     MOVE FAT-NUMERO   TO WS-FT-NUMERO(WS-FT-IDX)
004180     MOVE FAT-GRUPO-ID TO WS-FT-GRUPO(WS-FT-IDX)
004190     MOVE FAT-DATE     TO WS-FT-DATE(WS-FT-IDX)
004200     MOVE FAT-ROTA     TO WS-FT-ROTA(WS-FT-IDX)
004210     MOVE FAT-QTD      TO WS-FT-QTD(WS-FT-IDX)
004220     MOVE FAT-VALOR    TO WS-FT-VALOR(WS-FT-IDX)
004230     MOVE FAT-STATUS   TO WS-FT-STATUS(WS-FT-IDX)
004240     MOVE FAT-PAY-DATE TO WS-FT-PAY-DATE(WS-FT-IDX)
004250     MOVE FAT-DV       TO WS-FT-DV(WS-FT-IDX)
004260     MOVE FAT-VENCIMENTO TO WS-FT-VENC(WS-FT-IDX)
004270*    FATURA ANTERIOR AO CADASTRO DE CLIENTES NAO TEM VENCIMENTO -
004280*    GANHA O DO PRAZO DO CLIENTE AGORA E VAI GRAVADA NO FECHO.
004290     IF FAT-VENCIMENTO = SPACES
004300         PERFORM 8100-CALCULA-VENCIMENTO THRU 8100-EXIT
004310     END-IF
004320     MOVE FAT-NOSSO-NUMERO TO WS-FT-NOSSO(WS-FT-IDX)
004330     IF FAT-NOSSO-NUMERO = SPACES
004340         AND FAT-ABERTA
004350         PERFORM 8300-ATRIBUI-NOSSO-NUMERO THRU 8300-EXIT
004360     END-IF
004370*    A SEQUENCIA SEGUE DA MAIOR BASE: SEM O DIGITO NA FATURA NOVA,
004380*    O NUMERO INTEIRO NA FATURA ANTIGA.
004390     IF FAT-NUMERO NUMERIC
004400         IF FAT-COM-DV
004410             MOVE FAT-NUMERO(1:5) TO WS-BASE-WK
004420         ELSE
004430             MOVE FAT-NUMERO      TO WS-BASE-WK
004440         END-IF
004450         IF WS-BASE-WK > WS-PROX-NUMERO
004460             MOVE WS-BASE-WK TO WS-PROX-NUMERO
004470         END-IF
004480     END-IF.
004490 1100-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530*  1200-LOAD-CLIENTES
004540*  CARREGA O CADASTRO DE CLIENTES DE FRETAMENTO (CLIFRET). SEM O
004550*  ARQUIVO TODA FATURA SAI COMO GRUPO SEM CADASTRO.
004560******************************************************************
004570 1200-LOAD-CLIENTES.
004580     OPEN INPUT CUSTOMER-FILE
004590     IF WS-CLI-FILE-STATUS NOT = "00"
004600         DISPLAY "CLIFRET INDISPONIVEL - FATURAS SEM CADASTRO"
004610                 " DE CLIENTE"
004620         GO TO 1200-EXIT
004630     END-IF
004640     PERFORM 1250-LOAD-ONE-CLIENTE THRU 1250-EXIT
004650         UNTIL WS-CLI-EOF
004660     CLOSE CUSTOMER-FILE
004670     IF WS-CL-DROPPED > ZERO
004680         DISPLAY "*** CLIFRET COM " WS-CL-DROPPED
004690                 " CLIENTE(S) FORA DA TABELA (100)"
004700     END-IF.
004710 1200-EXIT.
004720     EXIT.
004730
004740 1250-LOAD-ONE-CLIENTE.
004750     READ CUSTOMER-FILE
004760         AT END
004770             MOVE "Y" TO WS-CLI-EOF-SW
004780             GO TO 1250-EXIT
004790     END-READ
004800     IF WS-CL-COUNT >= 100
004810         ADD 1 TO WS-CL-DROPPED
004820         GO TO 1250-EXIT
004830     END-IF
004840     ADD 1 TO WS-CL-COUNT
004850     SET WS-CL-IDX TO WS-CL-COUNT
004860     MOVE CLI-ID       TO WS-CL-ID(WS-CL-IDX)
004870     MOVE CLI-NOME     TO WS-CL-NOME(WS-CL-IDX)
004880     MOVE CLI-CONTATO  TO WS-CL-CONTATO(WS-CL-IDX)
004890     MOVE CLI-TELEFONE TO WS-CL-TELEFONE(WS-CL-IDX)
004900     MOVE CLI-ATIVO    TO WS-CL-ATIVO(WS-CL-IDX)
004910     IF CLI-PRAZO NUMERIC
004920         MOVE CLI-PRAZO TO WS-CL-PRAZO(WS-CL-IDX)
004930     ELSE
004940         MOVE WS-PRAZO-PADRAO TO WS-CL-PRAZO(WS-CL-IDX)
004950     END-IF.
004960 1250-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000*  1300-LOAD-ORCAMENTOS
005010*  CARREGA OS ORCAMENTOS DO QUALTRIANGULO (ORCTRI). ORCAMENTO EM
005020*  ABERTO COM A VALIDADE JA PASSADA VIRA VENCIDO AQUI E VAI
005030*  GRAVADO NO FECHO. SEM O ARQUIVO AS OPCOES O E Q FICAM VAZIAS.
005040******************************************************************
005050 1300-LOAD-ORCAMENTOS.
005060     OPEN INPUT QUOTE-FILE
005070     IF WS-ORC-FILE-STATUS NOT = "00"
005080         GO TO 1300-EXIT
005090     END-IF
005100     PERFORM 1350-LOAD-ONE-ORCAMENTO THRU 1350-EXIT
005110         UNTIL WS-ORC-EOF
005120     CLOSE QUOTE-FILE
005130     IF WS-OR-OVERFLOW
005140         DISPLAY "*** ORCTRI MAIOR QUE A TABELA (200) - "
005150                 "ORCAMENTOS SO PARA CONSULTA, ACEITE RECUSADO"
005160     END-IF
005170     IF WS-OR-VENCIDOS > ZERO
005180         DISPLAY "ORCAMENTOS VENCIDOS NESTA CARGA: "
005190                 WS-OR-VENCIDOS
005200     END-IF.
005210 1300-EXIT.
005220     EXIT.
005230
005240 1350-LOAD-ONE-ORCAMENTO.
005250     READ QUOTE-FILE
005260         AT END
005270             MOVE "Y" TO WS-ORC-EOF-SW
005280             GO TO 1350-EXIT
005290     END-READ
005300     IF WS-OR-COUNT >= 200
005310         MOVE "Y" TO WS-OR-OVERFLOW-SW
005320         MOVE "Y" TO WS-ORC-EOF-SW
005330         GO TO 1350-EXIT
005340     END-IF
005350     ADD 1 TO WS-OR-COUNT
005360     SET WS-OR-IDX TO WS-OR-COUNT
005370     MOVE ORC-NUMERO      TO WS-OR-NUMERO(WS-OR-IDX)
005380     MOVE ORC-CLIENTE     TO WS-OR-CLIENTE(WS-OR-IDX)
005390     MOVE ORC-NOME        TO WS-OR-NOME(WS-OR-IDX)
005400     MOVE ORC-DATA        TO WS-OR-DATA(WS-OR-IDX)
005410     MOVE ORC-VALIDADE    TO WS-OR-VALIDADE(WS-OR-IDX)
005420     MOVE ORC-TRIANGULOS  TO WS-OR-TRIANGULOS(WS-OR-IDX)
005430     MOVE ORC-PARCELAS    TO WS-OR-PARCELAS(WS-OR-IDX)
005440     MOVE ORC-AREA        TO WS-OR-AREA(WS-OR-IDX)
005450     MOVE ORC-PERIMETRO   TO WS-OR-PERIMETRO(WS-OR-IDX)
005460     MOVE ORC-PRECO-AREA  TO WS-OR-PRECO-AREA(WS-OR-IDX)
005470     MOVE ORC-PRECO-BORDA TO WS-OR-PRECO-BORDA(WS-OR-IDX)
005480     MOVE ORC-MATERIAL    TO WS-OR-MATERIAL(WS-OR-IDX)
005490     MOVE ORC-ACABAMENTO  TO WS-OR-ACABAMENTO(WS-OR-IDX)
005500     MOVE ORC-TOTAL       TO WS-OR-TOTAL(WS-OR-IDX)
005510     MOVE ORC-STATUS      TO WS-OR-STATUS(WS-OR-IDX)
005520     MOVE ORC-FATURA      TO WS-OR-FATURA(WS-OR-IDX)
005530     MOVE ORC-DATA-ACEITE TO WS-OR-DATA-ACEITE(WS-OR-IDX)
005540     MOVE ORC-OPERADOR    TO WS-OR-OPERADOR(WS-OR-IDX)
005550     MOVE ORC-RUN-ID      TO WS-OR-RUN-ID(WS-OR-IDX)
005560     IF ORC-ABERTO
005570         AND ORC-VALIDADE < WS-HOJE
005580         MOVE "V" TO WS-OR-STATUS(WS-OR-IDX)
005590         ADD 1 TO WS-OR-VENCIDOS
005600         ADD 1 TO WS-OR-CHANGES
005610     END-IF.
005620 1350-EXIT.
005630     EXIT.
005640******************************************************************
005650*  0100-OPEN-AUDIT-LOG-FILE
005660*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
005670*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
005680******************************************************************
005690 0100-OPEN-AUDIT-LOG-FILE.
005700     OPEN EXTEND AUDIT-LOG-FILE
005710     IF WS-AUDIT-FILE-STATUS = "35"
005720         OPEN OUTPUT AUDIT-LOG-FILE
005730         CLOSE AUDIT-LOG-FILE
005740         OPEN EXTEND AUDIT-LOG-FILE
005750     END-IF.
005760
005770******************************************************************
005780*  2000-SHOW-MENU
005790*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
005800******************************************************************
005810 2000-SHOW-MENU.
005820     DISPLAY " "
005830     DISPLAY "FATURAMENTO DE FRETAMENTOS - ESCOLHA A ACAO:"
005840     DISPLAY "  G - GERAR FATURAS DOS GRUPOS DO DIA"
005850     DISPLAY "  P - REGISTRAR PAGAMENTO DE FATURA"
005860     DISPLAY "  L - LISTAR FATURAS EM ABERTO"
005870     DISPLAY "  A - SALDO EM ABERTO POR CLIENTE (ATRASO)"
005880     DISPLAY "  E - EXTRATO MENSAL DE CONTA DO CLIENTE"
005890     DISPLAY "  O - LISTAR ORCAMENTOS (ABERTOS/ACEITOS/VENCIDOS)"
005900     DISPLAY "  Q - ACEITAR ORCAMENTO E GERAR A FATURA"
005910     DISPLAY "  X - SAIR E GRAVAR"
005920     ACCEPT WS-ACAO
005930     EVALUATE WS-ACAO
005940         WHEN "G"
005950         WHEN "g"
005960             PERFORM 2100-GERA-FATURAS THRU 2100-EXIT
005970         WHEN "P"
005980         WHEN "p"
005990             PERFORM 2400-REGISTRA-PAGAMENTO THRU 2400-EXIT
006000         WHEN "L"
006010         WHEN "l"
006020             PERFORM 2600-LIST-ABERTAS THRU 2600-EXIT
006030         WHEN "A"
006040         WHEN "a"
006050             PERFORM 2700-SALDO-POR-CLIENTE THRU 2700-EXIT
006060         WHEN "E"
006070         WHEN "e"
006080             PERFORM 2800-EXTRATO-MENSAL THRU 2800-EXIT
006090         WHEN "O"
006100         WHEN "o"
006110             PERFORM 2900-LISTA-ORCAMENTOS THRU 2900-EXIT
006120         WHEN "Q"
006130         WHEN "q"
006140             PERFORM 2950-ACEITA-ORCAMENTO THRU 2950-EXIT
006150         WHEN "X"
006160         WHEN "x"
006170             MOVE "Y" TO WS-EXIT-SW
006180         WHEN OTHER
006190             DISPLAY "ACAO INVALIDA"
006200     END-EVALUATE.
006210 2000-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*  2100-GERA-FATURAS
006260*  VARRE O TICKETS DO DIA E GERA UMA FATURA NUMERADA PARA CADA
006270*  PASSAGEM DE GRUPO SEM FATURA, IMPRIMINDO-A E LANCANDO AS
006280*  CONTAS A RECEBER NO LEDGER.
006290******************************************************************
006300 2100-GERA-FATURAS.
006310     DISPLAY "DATA DO NEGOCIO (AAAAMMDD, BRANCO=HOJE):"
006320     ACCEPT WS-DIA
006330     IF WS-DIA = SPACES
006340         MOVE WS-HOJE TO WS-DIA
006350     END-IF
006360     IF WS-DIA NOT NUMERIC
006370         DISPLAY "DATA INVALIDA - NADA GERADO"
006380         GO TO 2100-EXIT
006390     END-IF
006400     MOVE ZERO TO WS-GERADAS
006410     OPEN INPUT TICKETS-FILE
006420     IF WS-TICKETS-FILE-STATUS NOT = "00"
006430         DISPLAY "TICKETS INDISPONIVEL - NADA GERADO"
006440         GO TO 2100-EXIT
006450     END-IF
006460     OPEN EXTEND INVOICE-REPORT-FILE
006470     IF WS-FATRPT-FILE-STATUS = "35"
006480         OPEN OUTPUT INVOICE-REPORT-FILE
006490         CLOSE INVOICE-REPORT-FILE
006500         OPEN EXTEND INVOICE-REPORT-FILE
006510     END-IF
006520     OPEN EXTEND LEDGER-POSTING-FILE
006530     IF WS-LEDGER-FILE-STATUS = "35"
006540         OPEN OUTPUT LEDGER-POSTING-FILE
006550         CLOSE LEDGER-POSTING-FILE
006560         OPEN EXTEND LEDGER-POSTING-FILE
006570     END-IF
006580     MOVE "N" TO WS-TICKET-EOF-SW
006590     PERFORM 2150-SCAN-ONE-TICKET THRU 2150-EXIT
006600         UNTIL WS-TICKET-EOF
006610     CLOSE TICKETS-FILE
006620     CLOSE LEDGER-POSTING-FILE
006630     CLOSE INVOICE-REPORT-FILE
006640     DISPLAY "FATURAS GERADAS: " WS-GERADAS.
006650 2100-EXIT.
006660     EXIT.
006670
006680 2150-SCAN-ONE-TICKET.
006690     READ TICKETS-FILE
006700         AT END
006710             MOVE "Y" TO WS-TICKET-EOF-SW
006720             GO TO 2150-EXIT
006730     END-READ
006740     IF TICKET-RUN-DATE NOT = WS-DIA
006750         OR TICKET-CATEGORIA NOT = "GRUPO"
006760         OR TICKET-GRUPO = SPACES
006770         GO TO 2150-EXIT
006780     END-IF
006790*    GRUPO JA FATURADO NO MESMO DIA NAO GERA FATURA EM DOBRO.
006800     MOVE "N" TO WS-FOUND-SW
006810     PERFORM 2180-MATCH-EXISTENTE THRU 2180-EXIT
006820         VARYING WS-SCAN FROM 1 BY 1
006830         UNTIL WS-SCAN > WS-FT-COUNT OR WS-FOUND
006840     IF WS-FOUND
006850         GO TO 2150-EXIT
006860     END-IF
006870     IF WS-FT-COUNT >= 200
006880         MOVE "Y" TO WS-OVERFLOW-SW
006890         DISPLAY "FATURAS CHEIAS - GERACAO INTERROMPIDA"
006900         MOVE "Y" TO WS-TICKET-EOF-SW
006910         GO TO 2150-EXIT
006920     END-IF
006930     ADD 1 TO WS-PROX-NUMERO
006940     ADD 1 TO WS-FT-COUNT
006950     SET WS-FT-IDX TO WS-FT-COUNT
006960     MOVE WS-PROX-NUMERO   TO WS-NUMERO-DV-BASE
006970     MOVE "C"              TO WS-DV-ACAO
006980     CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO WS-DV-VALID-SW
006990     MOVE WS-NUMERO-DV-FATURA TO WS-FT-NUMERO(WS-FT-IDX)
007000     MOVE "S"              TO WS-FT-DV(WS-FT-IDX)
007010     MOVE TICKET-GRUPO     TO WS-FT-GRUPO(WS-FT-IDX)
007020     MOVE WS-DIA           TO WS-FT-DATE(WS-FT-IDX)
007030     MOVE TICKET-ROTA      TO WS-FT-ROTA(WS-FT-IDX)
007040     MOVE TICKET-GRUPO-QTD TO WS-FT-QTD(WS-FT-IDX)
007050     MOVE TICKET-TARIFA    TO WS-FT-VALOR(WS-FT-IDX)
007060     MOVE "A"              TO WS-FT-STATUS(WS-FT-IDX)
007070     MOVE SPACES           TO WS-FT-PAY-DATE(WS-FT-IDX)
007080     PERFORM 8100-CALCULA-VENCIMENTO THRU 8100-EXIT
007090     PERFORM 8300-ATRIBUI-NOSSO-NUMERO THRU 8300-EXIT
007100     ADD 1 TO WS-GERADAS
007110     ADD 1 TO WS-CHANGE-COUNT
007120     PERFORM 2200-PRINT-FATURA THRU 2200-EXIT
007130     PERFORM 2300-POST-RECEIVABLE THRU 2300-EXIT
007140     PERFORM 7000-WRITE-AUDIT-FATURA.
007150 2150-EXIT.
007160     EXIT.
007170
007180 2180-MATCH-EXISTENTE.
007190     SET WS-FT-IDX TO WS-SCAN
007200     IF WS-FT-GRUPO(WS-FT-IDX) = TICKET-GRUPO
007210         AND WS-FT-DATE(WS-FT-IDX) = WS-DIA
007220         MOVE "Y" TO WS-FOUND-SW
007230     END-IF.
007240 2180-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*  2200-PRINT-FATURA
007290*  IMPRIME A FATURA NUMERADA NO FATURRPT.
007300******************************************************************
007310 2200-PRINT-FATURA.
007320     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
007330     WRITE REPORT-LINE
007340     MOVE SPACES TO REPORT-LINE
007350     STRING "FATURA " WS-FT-NUMERO(WS-FT-IDX)
007360            "  GRUPO " WS-FT-GRUPO(WS-FT-IDX)
007370            "  DIA " WS-FT-DATE(WS-FT-IDX)
007380         DELIMITED BY SIZE INTO REPORT-LINE
007390     WRITE REPORT-LINE
007400     MOVE WS-FT-GRUPO(WS-FT-IDX) TO WS-GRUPO-WK
007410     PERFORM 8200-LOOKUP-CLIENTE THRU 8200-EXIT
007420     MOVE SPACES TO REPORT-LINE
007430     IF WS-CL-FOUND
007440         STRING "CLIENTE " WS-CL-NOME(WS-CL-IDX)
007450             DELIMITED BY SIZE INTO REPORT-LINE
007460         WRITE REPORT-LINE
007470         MOVE SPACES TO REPORT-LINE
007480         STRING "A/C " WS-CL-CONTATO(WS-CL-IDX)
007490                " TEL " WS-CL-TELEFONE(WS-CL-IDX)
007500             DELIMITED BY SIZE INTO REPORT-LINE
007510     ELSE
007520         MOVE "*** GRUPO SEM CADASTRO DE CLIENTE (CLIMANT) ***"
007530             TO REPORT-LINE
007540     END-IF
007550     WRITE REPORT-LINE
007560     MOVE WS-FT-VALOR(WS-FT-IDX) TO WS-VALOR-ED
007570     MOVE SPACES TO REPORT-LINE
007580     IF WS-FT-ROTA(WS-FT-IDX) = WS-ROTA-ORCAMENTO
007590         STRING "ORCAMENTO " WS-OR-NUMERO(WS-OR-IDX)
007600                "  PECAS " WS-FT-QTD(WS-FT-IDX)
007610                "  VALOR R$" WS-VALOR-ED
007620             DELIMITED BY SIZE INTO REPORT-LINE
007630     ELSE
007640         STRING "ROTA " WS-FT-ROTA(WS-FT-IDX)
007650                "  PESSOAS " WS-FT-QTD(WS-FT-IDX)
007660                "  VALOR R$" WS-VALOR-ED
007670             DELIMITED BY SIZE INTO REPORT-LINE
007680     END-IF
007690     WRITE REPORT-LINE
007700     MOVE WS-PRAZO-WK TO WS-PRAZO-ED
007710     MOVE SPACES TO REPORT-LINE
007720     STRING "PAGAMENTO POR TRANSFERENCIA BANCARIA - " WS-PRAZO-ED
007730            " DIAS - VENCIMENTO " WS-FT-VENC(WS-FT-IDX)
007740         DELIMITED BY SIZE INTO REPORT-LINE
007750     WRITE REPORT-LINE
007760     MOVE SPACES TO REPORT-LINE
007770     STRING "OU BOLETO BANCARIO - NOSSO NUMERO "
007780            WS-FT-NOSSO(WS-FT-IDX)
007790         DELIMITED BY SIZE INTO REPORT-LINE
007800     WRITE REPORT-LINE
007810     MOVE SPACES TO REPORT-LINE
007820     WRITE REPORT-LINE.
007830 2200-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870*  2300-POST-RECEIVABLE
007880*  LANCA A FATURA NO LEDGER: DEBITO EM CONTAS A RECEBER E
007890*  CREDITO NA RECEITA DE FRETAMENTO - FORA DAS TARIFAS EM
007900*  DINHEIRO QUE O RAZAO LANCA. FATURA DE ORCAMENTO ACEITO VAI A
007910*  CREDITO DA RECEITA DE SERVICOS.
007920******************************************************************
007930 2300-POST-RECEIVABLE.
007940     MOVE SPACES               TO LEDGER-POSTING-RECORD
007950     MOVE WS-FT-DATE(WS-FT-IDX) TO LED-POSTING-DATE
007960     MOVE WS-CONTA-RECEBER     TO LED-ACCOUNT
007970     MOVE "D"                  TO LED-DC
007980     MOVE WS-FT-VALOR(WS-FT-IDX) TO LED-AMOUNT
007990     MOVE "FATURA FRETAMENTO"  TO LED-DESC
008000     IF WS-FT-ROTA(WS-FT-IDX) = WS-ROTA-ORCAMENTO
008010         MOVE "FATURA ORCAMENTO" TO LED-DESC
008020     END-IF
008030     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
008040                          LEDGER-POSTING-RECORD WS-PERIODO-SW
008050     IF NOT WS-PERIODO-RECUSADO
008060         WRITE LEDGER-POSTING-RECORD
008070     END-IF
008080     MOVE SPACES               TO LEDGER-POSTING-RECORD
008090     MOVE WS-FT-DATE(WS-FT-IDX) TO LED-POSTING-DATE
008100     MOVE WS-CONTA-REC-GRUPO   TO LED-ACCOUNT
008110     MOVE "C"                  TO LED-DC
008120     MOVE WS-FT-VALOR(WS-FT-IDX) TO LED-AMOUNT
008130     MOVE "RECEITA FRETAMENTO" TO LED-DESC
008140     IF WS-FT-ROTA(WS-FT-IDX) = WS-ROTA-ORCAMENTO
008150         MOVE WS-CONTA-REC-SERVICO TO LED-ACCOUNT
008160         MOVE "RECEITA ORCAMENTO"  TO LED-DESC
008170     END-IF
008180     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
008190                          LEDGER-POSTING-RECORD WS-PERIODO-SW
008200     IF NOT WS-PERIODO-RECUSADO
008210         WRITE LEDGER-POSTING-RECORD
008220     END-IF.
008230 2300-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270*  2400-REGISTRA-PAGAMENTO
008280*  BAIXA UMA FATURA PAGA: MARCA PAGA COM A DATA E LANCA A BAIXA
008290*  NO LEDGER (DEBITO CAIXA, CREDITO CONTAS A RECEBER).
008300******************************************************************
008310 2400-REGISTRA-PAGAMENTO.
008320     DISPLAY "NUMERO DA FATURA:"
008330     ACCEPT WS-IN-NUMERO
008340     IF WS-IN-NUMERO NOT NUMERIC
008350         DISPLAY "NUMERO INVALIDO"
008360         GO TO 2400-EXIT
008370     END-IF
008380     MOVE WS-IN-NUMERO TO WS-NUM-WK
008390     MOVE WS-IN-NUMERO TO WS-NUMERO-DV-FATURA
008400     MOVE "V"          TO WS-DV-ACAO
008410     CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO WS-DV-VALID-SW
008420     MOVE "N" TO WS-FOUND-SW
008430     PERFORM 2450-MATCH-FATURA THRU 2450-EXIT
008440         VARYING WS-SCAN FROM 1 BY 1
008450         UNTIL WS-SCAN > WS-FT-COUNT OR WS-FOUND
008460*    FATURA ANTIGA (SEM DIGITO) SO E ACHADA PELO NUMERO EXATO;
008470*    FORA DISSO, DIGITO QUE NAO CONFERE E RECUSADO COM MOTIVO
008480*    PROPRIO - NAO BAIXA A FATURA DE OUTRO GRUPO.
008490     IF NOT WS-FOUND
008500         AND NOT WS-DV-VALID
008510         DISPLAY "FATURA COM DIGITO VERIFICADOR INVALIDO"
008520         GO TO 2400-EXIT
008530     END-IF
008540     IF NOT WS-FOUND
008550         DISPLAY "FATURA NAO ENCONTRADA OU JA PAGA"
008560         GO TO 2400-EXIT
008570     END-IF
008580     MOVE "P" TO WS-FT-STATUS(WS-FT-IDX)
008590     MOVE WS-HOJE TO WS-FT-PAY-DATE(WS-FT-IDX)
008600     ADD 1 TO WS-CHANGE-COUNT
008610     OPEN EXTEND LEDGER-POSTING-FILE
008620     IF WS-LEDGER-FILE-STATUS = "35"
008630         OPEN OUTPUT LEDGER-POSTING-FILE
008640         CLOSE LEDGER-POSTING-FILE
008650         OPEN EXTEND LEDGER-POSTING-FILE
008660     END-IF
008670     MOVE SPACES               TO LEDGER-POSTING-RECORD
008680     MOVE WS-HOJE              TO LED-POSTING-DATE
008690     MOVE WS-CONTA-CAIXA       TO LED-ACCOUNT
008700     MOVE "D"                  TO LED-DC
008710     MOVE WS-FT-VALOR(WS-FT-IDX) TO LED-AMOUNT
008720     MOVE "PGTO FATURA"        TO LED-DESC
008730     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
008740                          LEDGER-POSTING-RECORD WS-PERIODO-SW
008750     IF NOT WS-PERIODO-RECUSADO
008760         WRITE LEDGER-POSTING-RECORD
008770     END-IF
008780     MOVE SPACES               TO LEDGER-POSTING-RECORD
008790     MOVE WS-HOJE              TO LED-POSTING-DATE
008800     MOVE WS-CONTA-RECEBER     TO LED-ACCOUNT
008810     MOVE "C"                  TO LED-DC
008820     MOVE WS-FT-VALOR(WS-FT-IDX) TO LED-AMOUNT
008830     MOVE "BAIXA FATURA"       TO LED-DESC
008840     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
008850                          LEDGER-POSTING-RECORD WS-PERIODO-SW
008860     IF NOT WS-PERIODO-RECUSADO
008870         WRITE LEDGER-POSTING-RECORD
008880     END-IF
008890     CLOSE LEDGER-POSTING-FILE
008900     PERFORM 7100-WRITE-AUDIT-PAGAMENTO
008910     DISPLAY "PAGAMENTO REGISTRADO".
008920 2400-EXIT.
008930     EXIT.
008940
008950 2450-MATCH-FATURA.
008960     SET WS-FT-IDX TO WS-SCAN
008970     IF WS-FT-NUMERO(WS-FT-IDX) = WS-NUM-WK
008980         AND WS-FT-STATUS(WS-FT-IDX) = "A"
008990         AND (WS-DV-VALID OR WS-FT-DV(WS-FT-IDX) NOT = "S")
009000         MOVE "Y" TO WS-FOUND-SW
009010     END-IF.
009020 2450-EXIT.
009030     EXIT.
009040
009050******************************************************************
009060*  2600-LIST-ABERTAS
009070*  LISTA AS FATURAS EM ABERTO.
009080******************************************************************
009090 2600-LIST-ABERTAS.
009100     PERFORM 2650-LIST-ONE THRU 2650-EXIT
009110         VARYING WS-SCAN FROM 1 BY 1
009120         UNTIL WS-SCAN > WS-FT-COUNT.
009130 2600-EXIT.
009140     EXIT.
009150
009160 2650-LIST-ONE.
009170     SET WS-FT-IDX TO WS-SCAN
009180     IF WS-FT-STATUS(WS-FT-IDX) NOT = "A"
009190         GO TO 2650-EXIT
009200     END-IF
009210     MOVE WS-FT-VALOR(WS-FT-IDX) TO WS-VALOR-ED
009220     DISPLAY WS-FT-NUMERO(WS-FT-IDX) " "
009230             WS-FT-GRUPO(WS-FT-IDX) " "
009240             WS-FT-DATE(WS-FT-IDX) " R$" WS-VALOR-ED
009250             " EM ABERTO VENC " WS-FT-VENC(WS-FT-IDX).
009260 2650-EXIT.
009270     EXIT.
009280
009290******************************************************************
009300*  2700-SALDO-POR-CLIENTE
009310*  SALDO EM ABERTO POR CLIENTE (GRUPO), SEPARADO EM FAIXAS PELOS
009320*  DIAS DE ATRASO DESDE O VENCIMENTO DE CADA FATURA ATE HOJE.
009330******************************************************************
009340 2700-SALDO-POR-CLIENTE.
009350     MOVE ZERO TO WS-AG-COUNT
009360     INITIALIZE WS-AG-GERAL
009370     PERFORM 2710-ACUMULA-ATRASO THRU 2710-EXIT
009380         VARYING WS-SCAN FROM 1 BY 1
009390         UNTIL WS-SCAN > WS-FT-COUNT
009400     IF WS-AG-COUNT = ZERO
009410         DISPLAY "NENHUMA FATURA EM ABERTO"
009420         GO TO 2700-EXIT
009430     END-IF
009440     DISPLAY "SALDO EM ABERTO POR CLIENTE - POSICAO DE " WS-HOJE
009450     PERFORM 2750-MOSTRA-CLIENTE THRU 2750-EXIT
009460         VARYING WS-SCAN FROM 1 BY 1
009470         UNTIL WS-SCAN > WS-AG-COUNT
009480     MOVE WS-AGG-TOTAL TO WS-FAIXA-ED
009490     DISPLAY "TOTAL GERAL                                  R$"
009500             WS-FAIXA-ED
009510     MOVE WS-AGG-A-VENCER TO WS-FAIXA-ED
009520     MOVE WS-AGG-ATE-30   TO WS-FAIXA-ED2
009530     MOVE WS-AGG-ATE-60   TO WS-FAIXA-ED3
009540     DISPLAY "   A VENCER " WS-FAIXA-ED " 1-30 " WS-FAIXA-ED2
009550             " 31-60 " WS-FAIXA-ED3
009560     MOVE WS-AGG-ATE-90   TO WS-FAIXA-ED
009570     MOVE WS-AGG-MAIS-90  TO WS-FAIXA-ED2
009580     DISPLAY "   61-90    " WS-FAIXA-ED " +90  " WS-FAIXA-ED2.
009590 2700-EXIT.
009600     EXIT.
009610
009620 2710-ACUMULA-ATRASO.
009630     SET WS-FT-IDX TO WS-SCAN
009640     IF WS-FT-STATUS(WS-FT-IDX) NOT = "A"
009650         GO TO 2710-EXIT
009660     END-IF
009670     MOVE "N" TO WS-FOUND-SW
009680     PERFORM 2720-MATCH-GRUPO THRU 2720-EXIT
009690         VARYING WS-SCAN2 FROM 1 BY 1
009700         UNTIL WS-SCAN2 > WS-AG-COUNT OR WS-FOUND
009710     IF NOT WS-FOUND
009720         ADD 1 TO WS-AG-COUNT
009730         SET WS-AG-IDX TO WS-AG-COUNT
009740         INITIALIZE WS-AG-ENTRY(WS-AG-IDX)
009750         MOVE WS-FT-GRUPO(WS-FT-IDX) TO WS-AG-GRUPO(WS-AG-IDX)
009760     END-IF
009770     MOVE ZERO TO WS-ATRASO
009780     IF WS-FT-VENC(WS-FT-IDX) NUMERIC
009790         MOVE WS-FT-VENC(WS-FT-IDX) TO WS-DATA-NUM
009800         COMPUTE WS-DIAS-INT =
009810             FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
009820         COMPUTE WS-ATRASO = WS-HOJE-INT - WS-DIAS-INT
009830     END-IF
009840     EVALUATE TRUE
009850         WHEN WS-ATRASO NOT > ZERO
009860             ADD WS-FT-VALOR(WS-FT-IDX)
009870                 TO WS-AG-A-VENCER(WS-AG-IDX)
009880         WHEN WS-ATRASO NOT > 30
009890             ADD WS-FT-VALOR(WS-FT-IDX)
009900                 TO WS-AG-ATE-30(WS-AG-IDX)
009910         WHEN WS-ATRASO NOT > 60
009920             ADD WS-FT-VALOR(WS-FT-IDX)
009930                 TO WS-AG-ATE-60(WS-AG-IDX)
009940         WHEN WS-ATRASO NOT > 90
009950             ADD WS-FT-VALOR(WS-FT-IDX)
009960                 TO WS-AG-ATE-90(WS-AG-IDX)
009970         WHEN OTHER
009980             ADD WS-FT-VALOR(WS-FT-IDX)
009990                 TO WS-AG-MAIS-90(WS-AG-IDX)
010000     END-EVALUATE
010010     ADD WS-FT-VALOR(WS-FT-IDX) TO WS-AG-TOTAL(WS-AG-IDX).
010020 2710-EXIT.
010030     EXIT.
010040
010050 2720-MATCH-GRUPO.
010060     SET WS-AG-IDX TO WS-SCAN2
010070     IF WS-AG-GRUPO(WS-AG-IDX) = WS-FT-GRUPO(WS-FT-IDX)
010080         MOVE "Y" TO WS-FOUND-SW
010090     END-IF.
010100 2720-EXIT.
010110     EXIT.
010120
010130 2750-MOSTRA-CLIENTE.
010140     SET WS-AG-IDX TO WS-SCAN
010150     MOVE WS-AG-GRUPO(WS-AG-IDX) TO WS-GRUPO-WK
010160     PERFORM 8200-LOOKUP-CLIENTE THRU 8200-EXIT
010170     MOVE WS-AG-TOTAL(WS-AG-IDX) TO WS-FAIXA-ED
010180     IF WS-CL-FOUND
010190         DISPLAY WS-GRUPO-WK " " WS-CL-NOME(WS-CL-IDX)
010200                 "       R$" WS-FAIXA-ED
010210     ELSE
010220         DISPLAY WS-GRUPO-WK " *** GRUPO SEM CADASTRO ***   "
010230                 "       R$" WS-FAIXA-ED
010240     END-IF
010250     MOVE WS-AG-A-VENCER(WS-AG-IDX) TO WS-FAIXA-ED
010260     MOVE WS-AG-ATE-30(WS-AG-IDX)   TO WS-FAIXA-ED2
010270     MOVE WS-AG-ATE-60(WS-AG-IDX)   TO WS-FAIXA-ED3
010280     DISPLAY "   A VENCER " WS-FAIXA-ED " 1-30 " WS-FAIXA-ED2
010290             " 31-60 " WS-FAIXA-ED3
010300     MOVE WS-AG-ATE-90(WS-AG-IDX)   TO WS-FAIXA-ED
010310     MOVE WS-AG-MAIS-90(WS-AG-IDX)  TO WS-FAIXA-ED2
010320     DISPLAY "   61-90    " WS-FAIXA-ED " +90  " WS-FAIXA-ED2
010330     ADD WS-AG-A-VENCER(WS-AG-IDX) TO WS-AGG-A-VENCER
010340     ADD WS-AG-ATE-30(WS-AG-IDX)   TO WS-AGG-ATE-30
010350     ADD WS-AG-ATE-60(WS-AG-IDX)   TO WS-AGG-ATE-60
010360     ADD WS-AG-ATE-90(WS-AG-IDX)   TO WS-AGG-ATE-90
010370     ADD WS-AG-MAIS-90(WS-AG-IDX)  TO WS-AGG-MAIS-90
010380     ADD WS-AG-TOTAL(WS-AG-IDX)    TO WS-AGG-TOTAL.
010390 2750-EXIT.
010400     EXIT.
010410
010420******************************************************************
010430*  2800-EXTRATO-MENSAL
010440*  EXTRATO DE CONTA DO MES NO EXTCLI, DE UM CLIENTE OU DE TODOS
010450*  OS CADASTRADOS: SALDO ANTERIOR (FATURAS DE ANTES DO MES AINDA
010460*  NAO PAGAS NO INICIO DELE), FATURAS DO MES A DEBITO, PAGAMENTOS
010470*  DO MES A CREDITO E O SALDO DEVEDOR. NO "TODOS" O CLIENTE SEM
010480*  MOVIMENTO E SEM SALDO NAO SAI.
010490******************************************************************
010500 2800-EXTRATO-MENSAL.
010510     DISPLAY "MES DO EXTRATO (AAAAMM):"
010520     ACCEPT WS-EXT-MES
010530     IF WS-EXT-MES NOT NUMERIC
010540         OR WS-EXT-MES(5:2) < "01"
010550         OR WS-EXT-MES(5:2) > "12"
010560         DISPLAY "MES INVALIDO"
010570         GO TO 2800-EXIT
010580     END-IF
010590     DISPLAY "CODIGO DO CLIENTE (BRANCO = TODOS OS CADASTRADOS):"
010600     ACCEPT WS-EXT-CLIENTE
010610     MOVE SPACES TO WS-EXT-INI WS-EXT-FIM
010620     STRING WS-EXT-MES "01" DELIMITED BY SIZE INTO WS-EXT-INI
010630     STRING WS-EXT-MES "31" DELIMITED BY SIZE INTO WS-EXT-FIM
010640     MOVE ZERO TO WS-EXT-EMITIDOS
010650     OPEN EXTEND STATEMENT-REPORT-FILE
010660     IF WS-EXT-FILE-STATUS = "35"
010670         OPEN OUTPUT STATEMENT-REPORT-FILE
010680         CLOSE STATEMENT-REPORT-FILE
010690         OPEN EXTEND STATEMENT-REPORT-FILE
010700     END-IF
010710     IF WS-EXT-CLIENTE = SPACES
010720         PERFORM 2810-EXTRATO-CADASTRADO THRU 2810-EXIT
010730             VARYING WS-SCAN2 FROM 1 BY 1
010740             UNTIL WS-SCAN2 > WS-CL-COUNT
010750     ELSE
010760         MOVE WS-EXT-CLIENTE TO WS-GRUPO-WK
010770         MOVE "Y" TO WS-FOUND-SW
010780         PERFORM 2850-EXTRATO-CLIENTE THRU 2850-EXIT
010790     END-IF
010800     CLOSE STATEMENT-REPORT-FILE
010810     DISPLAY "EXTRATOS EMITIDOS NO EXTCLI: " WS-EXT-EMITIDOS.
010820 2800-EXIT.
010830     EXIT.
010840
010850 2810-EXTRATO-CADASTRADO.
010860     SET WS-CL-IDX TO WS-SCAN2
010870     MOVE WS-CL-ID(WS-CL-IDX) TO WS-GRUPO-WK
010880     MOVE "N" TO WS-FOUND-SW
010890     PERFORM 2850-EXTRATO-CLIENTE THRU 2850-EXIT.
010900 2810-EXIT.
010910     EXIT.
010920
010930*    WS-FOUND LIGADO = EXTRATO PEDIDO PELO CODIGO, SAI MESMO SEM
010940*    MOVIMENTO.
010950 2850-EXTRATO-CLIENTE.
010960     MOVE ZERO TO WS-EXT-ANTERIOR WS-EXT-DEBITOS WS-EXT-CREDITOS
010970                  WS-EXT-LANCTOS
010980     PERFORM 2860-APURA-FATURA THRU 2860-EXIT
010990         VARYING WS-SCAN FROM 1 BY 1
011000         UNTIL WS-SCAN > WS-FT-COUNT
011010     IF NOT WS-FOUND
011020         AND WS-EXT-ANTERIOR = ZERO
011030         AND WS-EXT-LANCTOS = ZERO
011040         GO TO 2850-EXIT
011050     END-IF
011060     COMPUTE WS-EXT-SALDO =
011070         WS-EXT-ANTERIOR + WS-EXT-DEBITOS - WS-EXT-CREDITOS
011080     PERFORM 8200-LOOKUP-CLIENTE THRU 8200-EXIT
011090     MOVE SPACES TO STATEMENT-LINE
011100     STRING "EXTRATO DE CONTA - MES " WS-EXT-MES
011110            "   EMITIDO EM " WS-HOJE
011120         DELIMITED BY SIZE INTO STATEMENT-LINE
011130     WRITE STATEMENT-LINE
011140     MOVE SPACES TO STATEMENT-LINE
011150     IF WS-CL-FOUND
011160         STRING "CLIENTE " WS-GRUPO-WK " " WS-CL-NOME(WS-CL-IDX)
011170             DELIMITED BY SIZE INTO STATEMENT-LINE
011180         WRITE STATEMENT-LINE
011190         MOVE WS-CL-PRAZO(WS-CL-IDX) TO WS-PRAZO-ED
011200         MOVE SPACES TO STATEMENT-LINE
011210         STRING "A/C " WS-CL-CONTATO(WS-CL-IDX)
011220                " PRAZO " WS-PRAZO-ED " DIAS"
011230             DELIMITED BY SIZE INTO STATEMENT-LINE
011240     ELSE
011250         STRING "CLIENTE " WS-GRUPO-WK
011260                " *** GRUPO SEM CADASTRO DE CLIENTE ***"
011270             DELIMITED BY SIZE INTO STATEMENT-LINE
011280     END-IF
011290     WRITE STATEMENT-LINE
011300     MOVE SPACES TO STATEMENT-LINE
011310     MOVE "DATA      DOCUMENTO        HISTORICO" TO STATEMENT-LINE
011320     MOVE "DEBITO"  TO STATEMENT-LINE(56:6)
011330     MOVE "CREDITO" TO STATEMENT-LINE(68:7)
011340     WRITE STATEMENT-LINE
011350     MOVE SPACES TO STATEMENT-LINE
011360     MOVE "SALDO ANTERIOR" TO STATEMENT-LINE(27:14)
011370     MOVE WS-EXT-ANTERIOR TO WS-FAIXA-ED
011380     MOVE WS-FAIXA-ED TO STATEMENT-LINE(50:12)
011390     WRITE STATEMENT-LINE
011400     PERFORM 2870-LINHA-FATURA THRU 2870-EXIT
011410         VARYING WS-SCAN FROM 1 BY 1
011420         UNTIL WS-SCAN > WS-FT-COUNT
011430     PERFORM 2880-LINHA-PAGAMENTO THRU 2880-EXIT
011440         VARYING WS-SCAN FROM 1 BY 1
011450         UNTIL WS-SCAN > WS-FT-COUNT
011460     MOVE SPACES TO STATEMENT-LINE
011470     MOVE "TOTAL DO MES" TO STATEMENT-LINE(27:12)
011480     MOVE WS-EXT-DEBITOS TO WS-FAIXA-ED
011490     MOVE WS-FAIXA-ED TO STATEMENT-LINE(50:12)
011500     MOVE WS-EXT-CREDITOS TO WS-FAIXA-ED
011510     MOVE WS-FAIXA-ED TO STATEMENT-LINE(63:12)
011520     WRITE STATEMENT-LINE
011530     MOVE SPACES TO STATEMENT-LINE
011540     MOVE "SALDO DEVEDOR" TO STATEMENT-LINE(27:13)
011550     MOVE WS-EXT-SALDO TO WS-FAIXA-ED
011560     MOVE WS-FAIXA-ED TO STATEMENT-LINE(50:12)
011570     WRITE STATEMENT-LINE
011580     MOVE SPACES TO STATEMENT-LINE
011590     WRITE STATEMENT-LINE
011600     ADD 1 TO WS-EXT-EMITIDOS
011610     MOVE WS-EXT-SALDO TO WS-FAIXA-ED
011620     DISPLAY "EXTRATO " WS-GRUPO-WK " SALDO DEVEDOR R$"
011630             WS-FAIXA-ED.
011640 2850-EXIT.
011650     EXIT.
011660
011670 2860-APURA-FATURA.
011680     SET WS-FT-IDX TO WS-SCAN
011690     IF WS-FT-GRUPO(WS-FT-IDX) NOT = WS-GRUPO-WK
011700         GO TO 2860-EXIT
011710     END-IF
011720     IF WS-FT-DATE(WS-FT-IDX) < WS-EXT-INI
011730         IF WS-FT-STATUS(WS-FT-IDX) = "A"
011740             OR WS-FT-PAY-DATE(WS-FT-IDX) NOT < WS-EXT-INI
011750             ADD WS-FT-VALOR(WS-FT-IDX) TO WS-EXT-ANTERIOR
011760         END-IF
011770     ELSE
011780         IF WS-FT-DATE(WS-FT-IDX) NOT > WS-EXT-FIM
011790             ADD WS-FT-VALOR(WS-FT-IDX) TO WS-EXT-DEBITOS
011800             ADD 1 TO WS-EXT-LANCTOS
011810         END-IF
011820     END-IF
011830     IF WS-FT-STATUS(WS-FT-IDX) = "P"
011840         AND WS-FT-PAY-DATE(WS-FT-IDX) NOT < WS-EXT-INI
011850         AND WS-FT-PAY-DATE(WS-FT-IDX) NOT > WS-EXT-FIM
011860         ADD WS-FT-VALOR(WS-FT-IDX) TO WS-EXT-CREDITOS
011870         ADD 1 TO WS-EXT-LANCTOS
011880     END-IF.
011890 2860-EXIT.
011900     EXIT.
011910
011920 2870-LINHA-FATURA.
011930     SET WS-FT-IDX TO WS-SCAN
011940     IF WS-FT-GRUPO(WS-FT-IDX) NOT = WS-GRUPO-WK
011950         OR WS-FT-DATE(WS-FT-IDX) < WS-EXT-INI
011960         OR WS-FT-DATE(WS-FT-IDX) > WS-EXT-FIM
011970         GO TO 2870-EXIT
011980     END-IF
011990     MOVE SPACES TO STATEMENT-LINE
012000     IF WS-FT-ROTA(WS-FT-IDX) = WS-ROTA-ORCAMENTO
012010         STRING WS-FT-DATE(WS-FT-IDX) "  FATURA "
012020                WS-FT-NUMERO(WS-FT-IDX)
012030                "  ORCAMENTO DE PECAS"
012040             DELIMITED BY SIZE INTO STATEMENT-LINE
012050     ELSE
012060         STRING WS-FT-DATE(WS-FT-IDX) "  FATURA "
012070                WS-FT-NUMERO(WS-FT-IDX)
012080                "  FRETAMENTO ROTA " WS-FT-ROTA(WS-FT-IDX)
012090             DELIMITED BY SIZE INTO STATEMENT-LINE
012100     END-IF
012110     MOVE WS-FT-VALOR(WS-FT-IDX) TO WS-FAIXA-ED
012120     MOVE WS-FAIXA-ED TO STATEMENT-LINE(50:12)
012130     WRITE STATEMENT-LINE.
012140 2870-EXIT.
012150     EXIT.
012160
012170 2880-LINHA-PAGAMENTO.
012180     SET WS-FT-IDX TO WS-SCAN
012190     IF WS-FT-GRUPO(WS-FT-IDX) NOT = WS-GRUPO-WK
012200         OR WS-FT-STATUS(WS-FT-IDX) NOT = "P"
012210         OR WS-FT-PAY-DATE(WS-FT-IDX) < WS-EXT-INI
012220         OR WS-FT-PAY-DATE(WS-FT-IDX) > WS-EXT-FIM
012230         GO TO 2880-EXIT
012240     END-IF
012250     MOVE SPACES TO STATEMENT-LINE
012260     STRING WS-FT-PAY-DATE(WS-FT-IDX) "  FATURA "
012270            WS-FT-NUMERO(WS-FT-IDX) "  PAGAMENTO RECEBIDO"
012280         DELIMITED BY SIZE INTO STATEMENT-LINE
012290     MOVE WS-FT-VALOR(WS-FT-IDX) TO WS-FAIXA-ED
012300     MOVE WS-FAIXA-ED TO STATEMENT-LINE(63:12)
012310     WRITE STATEMENT-LINE.
012320 2880-EXIT.
012330     EXIT.
012340
012350******************************************************************
012360*  2900-LISTA-ORCAMENTOS
012370*  LISTA OS ORCAMENTOS DO QUALTRIANGULO POR SITUACAO - UMA OU
012380*  TODAS (ABERTOS, ACEITOS E VENCIDOS, NESSA ORDEM) - COM A
012390*  QUANTIDADE E O VALOR DE CADA SITUACAO.
012400******************************************************************
012410 2900-LISTA-ORCAMENTOS.
012420     IF WS-OR-COUNT = ZERO
012430         DISPLAY "NENHUM ORCAMENTO NO ORCTRI"
012440         GO TO 2900-EXIT
012450     END-IF
012460     DISPLAY "SITUACAO (A=ABERTOS C=ACEITOS V=VENCIDOS, BRANCO="
012470             "TODOS):"
012480     ACCEPT WS-OR-SIT-IN
012490     EVALUATE WS-OR-SIT-IN
012500         WHEN "A"
012510         WHEN "a"
012520             MOVE "A" TO WS-OR-SIT-WK
012530             PERFORM 2910-LISTA-SITUACAO THRU 2910-EXIT
012540         WHEN "C"
012550         WHEN "c"
012560             MOVE "C" TO WS-OR-SIT-WK
012570             PERFORM 2910-LISTA-SITUACAO THRU 2910-EXIT
012580         WHEN "V"
012590         WHEN "v"
012600             MOVE "V" TO WS-OR-SIT-WK
012610             PERFORM 2910-LISTA-SITUACAO THRU 2910-EXIT
012620         WHEN SPACE
012630             MOVE "A" TO WS-OR-SIT-WK
012640             PERFORM 2910-LISTA-SITUACAO THRU 2910-EXIT
012650             MOVE "C" TO WS-OR-SIT-WK
012660             PERFORM 2910-LISTA-SITUACAO THRU 2910-EXIT
012670             MOVE "V" TO WS-OR-SIT-WK
012680             PERFORM 2910-LISTA-SITUACAO THRU 2910-EXIT
012690         WHEN OTHER
012700             DISPLAY "SITUACAO INVALIDA"
012710     END-EVALUATE.
012720 2900-EXIT.
012730     EXIT.
012740
012750 2910-LISTA-SITUACAO.
012760     EVALUATE TRUE
012770         WHEN WS-OR-SIT-ABERTO
012780             DISPLAY "ORCAMENTOS EM ABERTO:"
012790         WHEN WS-OR-SIT-ACEITO
012800             DISPLAY "ORCAMENTOS ACEITOS:"
012810         WHEN WS-OR-SIT-VENCIDO
012820             DISPLAY "ORCAMENTOS VENCIDOS:"
012830     END-EVALUATE
012840     MOVE ZERO TO WS-OR-LISTADOS WS-OR-SOMA
012850     PERFORM 2920-LISTA-UM-ORCAMENTO THRU 2920-EXIT
012860         VARYING WS-SCAN FROM 1 BY 1
012870         UNTIL WS-SCAN > WS-OR-COUNT
012880     MOVE WS-OR-SOMA TO WS-FAIXA-ED
012890     DISPLAY "  QUANTIDADE " WS-OR-LISTADOS "   TOTAL R$"
012900             WS-FAIXA-ED.
012910 2910-EXIT.
012920     EXIT.
012930
012940 2920-LISTA-UM-ORCAMENTO.
012950     SET WS-OR-IDX TO WS-SCAN
012960     IF WS-OR-STATUS(WS-OR-IDX) NOT = WS-OR-SIT-WK
012970         GO TO 2920-EXIT
012980     END-IF
012990     ADD 1 TO WS-OR-LISTADOS
013000     ADD WS-OR-TOTAL(WS-OR-IDX) TO WS-OR-SOMA
013010     MOVE WS-OR-TOTAL(WS-OR-IDX) TO WS-FAIXA-ED
013020     IF WS-OR-SIT-ACEITO
013030         DISPLAY "  " WS-OR-NUMERO(WS-OR-IDX) " "
013040                 WS-OR-CLIENTE(WS-OR-IDX) " "
013050                 WS-OR-DATA(WS-OR-IDX) " R$" WS-FAIXA-ED
013060                 " FATURA " WS-OR-FATURA(WS-OR-IDX)
013070                 " EM " WS-OR-DATA-ACEITE(WS-OR-IDX)
013080     ELSE
013090         DISPLAY "  " WS-OR-NUMERO(WS-OR-IDX) " "
013100                 WS-OR-CLIENTE(WS-OR-IDX) " "
013110                 WS-OR-DATA(WS-OR-IDX) " R$" WS-FAIXA-ED
013120                 " VALIDADE " WS-OR-VALIDADE(WS-OR-IDX)
013130     END-IF.
013140 2920-EXIT.
013150     EXIT.
013160
013170******************************************************************
013180*  2950-ACEITA-ORCAMENTO
013190*  ACEITE DO CLIENTE: O ORCAMENTO EM ABERTO (DENTRO DA VALIDADE)
013200*  VIRA UMA FATURA NUMERADA PELO VALOR ORCADO - NAO PELO TRIPRICE
013210*  DO DIA - NO NOME DO CLIENTE DO ORCAMENTO, IMPRESSA NO FATURRPT
013220*  E LANCADA NO LEDGER COMO CONTAS A RECEBER. O ORCAMENTO FICA
013230*  ACEITO COM O NUMERO DA FATURA.
013240******************************************************************
013250 2950-ACEITA-ORCAMENTO.
013260     IF WS-OR-OVERFLOW
013270         DISPLAY "ORCTRI MAIOR QUE A TABELA (200) - ACEITE "
013280                 "RECUSADO"
013290         GO TO 2950-EXIT
013300     END-IF
013310     DISPLAY "NUMERO DO ORCAMENTO:"
013320     ACCEPT WS-IN-NUMERO
013330     IF WS-IN-NUMERO NOT NUMERIC
013340         DISPLAY "NUMERO INVALIDO"
013350         GO TO 2950-EXIT
013360     END-IF
013370     MOVE WS-IN-NUMERO TO WS-NUM-WK
013380     MOVE "N" TO WS-FOUND-SW
013390     PERFORM 2960-MATCH-ORCAMENTO THRU 2960-EXIT
013400         VARYING WS-SCAN FROM 1 BY 1
013410         UNTIL WS-SCAN > WS-OR-COUNT OR WS-FOUND
013420     IF NOT WS-FOUND
013430         DISPLAY "ORCAMENTO NAO ENCONTRADO"
013440         GO TO 2950-EXIT
013450     END-IF
013460     IF WS-OR-STATUS(WS-OR-IDX) = "C"
013470         DISPLAY "ORCAMENTO JA ACEITO - FATURA "
013480                 WS-OR-FATURA(WS-OR-IDX)
013490         GO TO 2950-EXIT
013500     END-IF
013510     IF WS-OR-STATUS(WS-OR-IDX) NOT = "A"
013520         DISPLAY "ORCAMENTO VENCIDO EM " WS-OR-VALIDADE(WS-OR-IDX)
013530                 " - REFAZER NO QUALTRIANGULO COM O PRECO DO DIA"
013540         GO TO 2950-EXIT
013550     END-IF
013560     IF WS-OR-TOTAL(WS-OR-IDX) > WS-OR-LIMITE
013570         DISPLAY "VALOR DO ORCAMENTO ACIMA DO LIMITE DA FATURA"
013580         GO TO 2950-EXIT
013590     END-IF
013600     IF WS-FT-COUNT >= 200
013610         DISPLAY "FATURAS CHEIAS - ACEITE RECUSADO"
013620         GO TO 2950-EXIT
013630     END-IF
013640     MOVE WS-OR-TOTAL(WS-OR-IDX) TO WS-FAIXA-ED
013650     DISPLAY "ORCAMENTO " WS-OR-NUMERO(WS-OR-IDX) " "
013660             WS-OR-CLIENTE(WS-OR-IDX) " " WS-OR-NOME(WS-OR-IDX)
013670     DISPLAY "  TOTAL R$" WS-FAIXA-ED " VALIDO ATE "
013680             WS-OR-VALIDADE(WS-OR-IDX)
013690     DISPLAY "CONFIRMA O ACEITE E A FATURA (S/N):"
013700     ACCEPT WS-OR-CONFIRMA
013710     IF WS-OR-CONFIRMA NOT = "S" AND WS-OR-CONFIRMA NOT = "s"
013720         DISPLAY "ACEITE CANCELADO"
013730         GO TO 2950-EXIT
013740     END-IF
013750     MOVE WS-OR-TRIANGULOS(WS-OR-IDX) TO WS-OR-PECAS
013760     ADD WS-OR-PARCELAS(WS-OR-IDX)    TO WS-OR-PECAS
013770     IF WS-OR-PECAS > 999
013780         MOVE 999 TO WS-OR-PECAS
013790     END-IF
013800     ADD 1 TO WS-PROX-NUMERO
013810     ADD 1 TO WS-FT-COUNT
013820     SET WS-FT-IDX TO WS-FT-COUNT
013830     MOVE WS-PROX-NUMERO   TO WS-NUMERO-DV-BASE
013840     MOVE "C"              TO WS-DV-ACAO
013850     CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO WS-DV-VALID-SW
013860     MOVE WS-NUMERO-DV-FATURA TO WS-FT-NUMERO(WS-FT-IDX)
013870     MOVE "S"              TO WS-FT-DV(WS-FT-IDX)
013880     MOVE WS-OR-CLIENTE(WS-OR-IDX) TO WS-FT-GRUPO(WS-FT-IDX)
013890     MOVE WS-HOJE          TO WS-FT-DATE(WS-FT-IDX)
013900     MOVE WS-ROTA-ORCAMENTO TO WS-FT-ROTA(WS-FT-IDX)
013910     MOVE WS-OR-PECAS      TO WS-FT-QTD(WS-FT-IDX)
013920     MOVE WS-OR-TOTAL(WS-OR-IDX) TO WS-FT-VALOR(WS-FT-IDX)
013930     MOVE "A"              TO WS-FT-STATUS(WS-FT-IDX)
013940     MOVE SPACES           TO WS-FT-PAY-DATE(WS-FT-IDX)
013950     PERFORM 8100-CALCULA-VENCIMENTO THRU 8100-EXIT
013960     PERFORM 8300-ATRIBUI-NOSSO-NUMERO THRU 8300-EXIT
013970     OPEN EXTEND INVOICE-REPORT-FILE
013980     IF WS-FATRPT-FILE-STATUS = "35"
013990         OPEN OUTPUT INVOICE-REPORT-FILE
014000         CLOSE INVOICE-REPORT-FILE
014010         OPEN EXTEND INVOICE-REPORT-FILE
014020     END-IF
014030     OPEN EXTEND LEDGER-POSTING-FILE
014040     IF WS-LEDGER-FILE-STATUS = "35"
014050         OPEN OUTPUT LEDGER-POSTING-FILE
014060         CLOSE LEDGER-POSTING-FILE
014070         OPEN EXTEND LEDGER-POSTING-FILE
014080     END-IF
014090     PERFORM 2200-PRINT-FATURA THRU 2200-EXIT
014100     PERFORM 2300-POST-RECEIVABLE THRU 2300-EXIT
014110     CLOSE LEDGER-POSTING-FILE
014120     CLOSE INVOICE-REPORT-FILE
014130     MOVE "C"              TO WS-OR-STATUS(WS-OR-IDX)
014140     MOVE WS-FT-NUMERO(WS-FT-IDX) TO WS-OR-FATURA(WS-OR-IDX)
014150     MOVE WS-HOJE          TO WS-OR-DATA-ACEITE(WS-OR-IDX)
014160     ADD 1 TO WS-OR-CHANGES
014170     ADD 1 TO WS-CHANGE-COUNT
014180     PERFORM 7000-WRITE-AUDIT-FATURA
014190     PERFORM 7200-WRITE-AUDIT-ORCAMENTO
014200     DISPLAY "ORCAMENTO ACEITO - FATURA " WS-FT-NUMERO(WS-FT-IDX)
014210             " VENCIMENTO " WS-FT-VENC(WS-FT-IDX).
014220 2950-EXIT.
014230     EXIT.
014240
014250 2960-MATCH-ORCAMENTO.
014260     SET WS-OR-IDX TO WS-SCAN
014270     IF WS-OR-NUMERO(WS-OR-IDX) = WS-NUM-WK
014280         MOVE "Y" TO WS-FOUND-SW
014290     END-IF.
014300 2960-EXIT.
014310     EXIT.
014320******************************************************************
014330*  3000-FINALIZE
014340*  REGRAVA AS FATURAS INTEIRAS E FECHA A AUDITORIA.
014350******************************************************************
014360 3000-FINALIZE.
014370     OPEN OUTPUT INVOICE-FILE
014380     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
014390         VARYING WS-SCAN FROM 1 BY 1
014400         UNTIL WS-SCAN > WS-FT-COUNT
014410     CLOSE INVOICE-FILE
014420     IF WS-OR-CHANGES > ZERO
014430         AND NOT WS-OR-OVERFLOW
014440         PERFORM 3200-WRITE-ORCAMENTOS THRU 3200-EXIT
014450     END-IF
014460     CLOSE AUDIT-LOG-FILE
014470     DISPLAY "FATURAS GRAVADAS - ALTERACOES: " WS-CHANGE-COUNT.
014480
014490 3100-WRITE-ONE.
014500     SET WS-FT-IDX TO WS-SCAN
014510     MOVE SPACES                  TO INVOICE-RECORD
014520     MOVE WS-FT-NUMERO(WS-FT-IDX) TO FAT-NUMERO
014530     MOVE WS-FT-GRUPO(WS-FT-IDX)  TO FAT-GRUPO-ID
014540     MOVE WS-FT-DATE(WS-FT-IDX)   TO FAT-DATE
014550     MOVE WS-FT-ROTA(WS-FT-IDX)   TO FAT-ROTA
014560     MOVE WS-FT-QTD(WS-FT-IDX)    TO FAT-QTD
014570     MOVE WS-FT-VALOR(WS-FT-IDX)  TO FAT-VALOR
014580     MOVE WS-FT-STATUS(WS-FT-IDX) TO FAT-STATUS
014590     MOVE WS-FT-PAY-DATE(WS-FT-IDX) TO FAT-PAY-DATE
014600     MOVE WS-FT-DV(WS-FT-IDX)     TO FAT-DV
014610     MOVE WS-FT-VENC(WS-FT-IDX)   TO FAT-VENCIMENTO
014620     MOVE WS-FT-NOSSO(WS-FT-IDX)  TO FAT-NOSSO-NUMERO
014630     WRITE INVOICE-RECORD.
014640 3100-EXIT.
014650     EXIT.
014660
014670******************************************************************
014680*  3200-WRITE-ORCAMENTOS
014690*  REGRAVA O ORCTRI INTEIRO COM AS SITUACOES NOVAS (ACEITOS E
014700*  VENCIDOS DESTA EXECUCAO).
014710******************************************************************
014720 3200-WRITE-ORCAMENTOS.
014730     OPEN OUTPUT QUOTE-FILE
014740     PERFORM 3250-WRITE-ONE-ORCAMENTO THRU 3250-EXIT
014750         VARYING WS-SCAN FROM 1 BY 1
014760         UNTIL WS-SCAN > WS-OR-COUNT
014770     CLOSE QUOTE-FILE
014780     DISPLAY "ORCAMENTOS GRAVADOS - ALTERACOES: " WS-OR-CHANGES.
014790 3200-EXIT.
014800     EXIT.
014810
014820 3250-WRITE-ONE-ORCAMENTO.
014830     SET WS-OR-IDX TO WS-SCAN
014840     MOVE SPACES                       TO QUOTE-RECORD
014850     MOVE WS-OR-NUMERO(WS-OR-IDX)      TO ORC-NUMERO
014860     MOVE WS-OR-CLIENTE(WS-OR-IDX)     TO ORC-CLIENTE
014870     MOVE WS-OR-NOME(WS-OR-IDX)        TO ORC-NOME
014880     MOVE WS-OR-DATA(WS-OR-IDX)        TO ORC-DATA
014890     MOVE WS-OR-VALIDADE(WS-OR-IDX)    TO ORC-VALIDADE
014900     MOVE WS-OR-TRIANGULOS(WS-OR-IDX)  TO ORC-TRIANGULOS
014910     MOVE WS-OR-PARCELAS(WS-OR-IDX)    TO ORC-PARCELAS
014920     MOVE WS-OR-AREA(WS-OR-IDX)        TO ORC-AREA
014930     MOVE WS-OR-PERIMETRO(WS-OR-IDX)   TO ORC-PERIMETRO
014940     MOVE WS-OR-PRECO-AREA(WS-OR-IDX)  TO ORC-PRECO-AREA
014950     MOVE WS-OR-PRECO-BORDA(WS-OR-IDX) TO ORC-PRECO-BORDA
014960     MOVE WS-OR-MATERIAL(WS-OR-IDX)    TO ORC-MATERIAL
014970     MOVE WS-OR-ACABAMENTO(WS-OR-IDX)  TO ORC-ACABAMENTO
014980     MOVE WS-OR-TOTAL(WS-OR-IDX)       TO ORC-TOTAL
014990     MOVE WS-OR-STATUS(WS-OR-IDX)      TO ORC-STATUS
015000     MOVE WS-OR-FATURA(WS-OR-IDX)      TO ORC-FATURA
015010     MOVE WS-OR-DATA-ACEITE(WS-OR-IDX) TO ORC-DATA-ACEITE
015020     MOVE WS-OR-OPERADOR(WS-OR-IDX)    TO ORC-OPERADOR
015030     MOVE WS-OR-RUN-ID(WS-OR-IDX)      TO ORC-RUN-ID
015040     WRITE QUOTE-RECORD.
015050 3250-EXIT.
015060     EXIT.
015070
015080******************************************************************
015090*  7000-WRITE-AUDIT-FATURA
015100*  GRAVA A GERACAO DA FATURA NA TRILHA DE AUDITORIA.
015110******************************************************************
015120 7000-WRITE-AUDIT-FATURA.
015130     MOVE "FATURA"           TO AUDIT-PROGRAM-ID
015140     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
015150     ACCEPT AUDIT-TIME FROM TIME
015160     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
015170     MOVE WS-FT-GRUPO(WS-FT-IDX) TO AUDIT-KEY
015180     MOVE SPACES              TO AUDIT-DETAIL
015190     MOVE WS-FT-VALOR(WS-FT-IDX) TO WS-VALOR-ED
015200     STRING "FATURA " WS-FT-NUMERO(WS-FT-IDX)
015210            " R$" WS-VALOR-ED " GERADA"
015220         DELIMITED BY SIZE INTO AUDIT-DETAIL
015230     CALL "AUDITWR" USING AUDIT-RECORD.
015240
015250******************************************************************
015260*  7100-WRITE-AUDIT-PAGAMENTO
015270*  GRAVA A BAIXA DA FATURA NA TRILHA DE AUDITORIA.
015280******************************************************************
015290 7100-WRITE-AUDIT-PAGAMENTO.
015300     MOVE "FATURA"           TO AUDIT-PROGRAM-ID
015310     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
015320     ACCEPT AUDIT-TIME FROM TIME
015330     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
015340     MOVE WS-FT-GRUPO(WS-FT-IDX) TO AUDIT-KEY
015350     MOVE SPACES              TO AUDIT-DETAIL
015360     MOVE WS-FT-VALOR(WS-FT-IDX) TO WS-VALOR-ED
015370     STRING "FATURA " WS-FT-NUMERO(WS-FT-IDX)
015380            " R$" WS-VALOR-ED " PAGA"
015390         DELIMITED BY SIZE INTO AUDIT-DETAIL
015400     CALL "AUDITWR" USING AUDIT-RECORD.
015410
015420******************************************************************
015430*  7200-WRITE-AUDIT-ORCAMENTO
015440*  GRAVA O ACEITE DO ORCAMENTO NA TRILHA DE AUDITORIA.
015450******************************************************************
015460 7200-WRITE-AUDIT-ORCAMENTO.
015470     MOVE "FATURA"           TO AUDIT-PROGRAM-ID
015480     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
015490     ACCEPT AUDIT-TIME FROM TIME
015500     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
015510     MOVE WS-OR-CLIENTE(WS-OR-IDX) TO AUDIT-KEY
015520     MOVE SPACES              TO AUDIT-DETAIL
015530     MOVE WS-FT-VALOR(WS-FT-IDX) TO WS-VALOR-ED
015540     STRING "ORCAMENTO " WS-OR-NUMERO(WS-OR-IDX)
015550            " ACEITO - FATURA " WS-FT-NUMERO(WS-FT-IDX)
015560            " R$" WS-VALOR-ED
015570         DELIMITED BY SIZE INTO AUDIT-DETAIL
015580     CALL "AUDITWR" USING AUDIT-RECORD.
015590******************************************************************
015600*  8100-CALCULA-VENCIMENTO
015610*  VENCIMENTO DA FATURA CORRENTE: DATA DA FATURA MAIS O PRAZO DO
015620*  CLIENTE DO GRUPO (PRAZO PADRAO SE NAO HA CADASTRO). DEIXA O
015630*  PRAZO USADO EM WS-PRAZO-WK PARA A IMPRESSAO.
015640******************************************************************
015650 8100-CALCULA-VENCIMENTO.
015660     MOVE WS-FT-GRUPO(WS-FT-IDX) TO WS-GRUPO-WK
015670     PERFORM 8200-LOOKUP-CLIENTE THRU 8200-EXIT
015680     IF WS-CL-FOUND
015690         MOVE WS-CL-PRAZO(WS-CL-IDX) TO WS-PRAZO-WK
015700     ELSE
015710         MOVE WS-PRAZO-PADRAO TO WS-PRAZO-WK
015720     END-IF
015730     MOVE SPACES TO WS-FT-VENC(WS-FT-IDX)
015740     IF WS-FT-DATE(WS-FT-IDX) NOT NUMERIC
015750         GO TO 8100-EXIT
015760     END-IF
015770     MOVE WS-FT-DATE(WS-FT-IDX) TO WS-DATA-NUM
015780     COMPUTE WS-DIAS-INT =
015790         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + WS-PRAZO-WK
015800     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
015810     MOVE WS-DATA-NUM TO WS-FT-VENC(WS-FT-IDX).
015820 8100-EXIT.
015830     EXIT.
015840
015850******************************************************************
015860*  8200-LOOKUP-CLIENTE
015870*  PROCURA O GRUPO WS-GRUPO-WK NO CADASTRO; LIGA WS-CL-FOUND E
015880*  DEIXA WS-CL-IDX NO CLIENTE. CLIENTE ENCERRADO CONTA COMO ACHADO
015890*  (AS FATURAS ANTIGAS DELE CONTINUAM COM NOME E PRAZO).
015900******************************************************************
015910 8200-LOOKUP-CLIENTE.
015920     MOVE "N" TO WS-CL-FOUND-SW
015930     IF WS-CL-COUNT = ZERO
015940         GO TO 8200-EXIT
015950     END-IF
015960     PERFORM 8250-MATCH-CLIENTE THRU 8250-EXIT
015970         VARYING WS-CL-SCAN FROM 1 BY 1
015980         UNTIL WS-CL-SCAN > WS-CL-COUNT OR WS-CL-FOUND.
015990 8200-EXIT.
016000     EXIT.
016010
016020 8250-MATCH-CLIENTE.
016030     SET WS-CL-IDX TO WS-CL-SCAN
016040     IF WS-CL-ID(WS-CL-IDX) = WS-GRUPO-WK
016050         MOVE "Y" TO WS-CL-FOUND-SW
016060     END-IF.
016070 8250-EXIT.
016080     EXIT.
016090******************************************************************
016100*  8300-ATRIBUI-NOSSO-NUMERO
016110*  NOSSO NUMERO DO BOLETO DA FATURA CORRENTE, TIRADO DO PROPRIO
016120*  NUMERO DA FATURA (UNICO), COM O DIGITO DO DIGVER.
016130******************************************************************
016140 8300-ATRIBUI-NOSSO-NUMERO.
016150     MOVE SPACES TO WS-FT-NOSSO(WS-FT-IDX)
016160     IF WS-FT-NUMERO(WS-FT-IDX) NOT NUMERIC
016170         GO TO 8300-EXIT
016180     END-IF
016190     MOVE WS-FT-NUMERO(WS-FT-IDX) TO WS-NOSSO-SEQ
016200     MOVE "C"                     TO WS-DV-ACAO
016210     CALL "DIGVER" USING WS-NOSSO-NUMERO-WK WS-DV-ACAO
016220                         WS-DV-VALID-SW
016230     MOVE WS-NOSSO-NUMERO-WK TO WS-FT-NOSSO(WS-FT-IDX).
016240 8300-EXIT.
016250     EXIT.
