000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    APROVA.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - APROVACAO DE ALTERACOES DE CADASTRO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  APROVA.CBL
000090*  SEGUNDO OPERADOR DA MANUTENCAO DE CADASTROS. O ROTAMANT, O
000100*  COAMANT, O BUDGMANT E O PESSOAL (CAIXAS DO TELLMAST) NAO
000110*  GRAVAM MAIS O CADASTRO DIRETO: CADA MUDANCA VIRA UM PEDIDO NO
000120*  PENDALT (COPYBOOK PENDALTREC, GRAVADO PELA ROTINA PENDWR) COM A
000130*  IMAGEM ANTIGA E A NOVA DO REGISTRO. AQUI UM OPERADOR DIFERENTE
000140*  DO SOLICITANTE, COM O NIVEL DO PROGRAMA DE ORIGEM:
000150*    L - LISTA OS PEDIDOS PENDENTES, COM QUEM SUBMETEU E A
000160*        VALIDADE;
000170*    D - MOSTRA O ANTES/DEPOIS DE UM PEDIDO, CAMPO A CAMPO, E
000180*        APROVA OU REJEITA. SO A APROVACAO APLICA A MUDANCA: O
000190*        CADASTRO E CARREGADO EM LINHAS GENERICAS (COMO NO
000200*        DESFAZ), A IMAGEM ANTIGA PRECISA AINDA ESTAR LA (SENAO O
000210*        PEDIDO FICA OBSOLETO E NADA MUDA), O CADASTRO E REGRAVADO
000220*        E A MUDANCA VAI AO DIARIO DE IMAGEM-ANTES (BIMGJRNL)
000230*        COM O CARIMBO DESTA EXECUCAO - O DESFAZ CONTINUA
000240*        CONSEGUINDO DESMUDAR. VIGENCIA NOVA DE ROTA APROVADA
000250*        GRAVA O PEDIDO DE REEMISSAO DO CARTAO DE TARIFAS.
000260*  NA ENTRADA, PEDIDO PENDENTE COM A VALIDADE (PALT-EXPIRA)
000270*  VENCIDA PASSA A "V" E SAI DA FILA - O PASSO VENCALT DO NIGHTLY
000280*  RODA O PROGRAMA SO PARA ISSO. CADA DECISAO E CADA VENCIMENTO
000290*  VAO A TRILHA DE AUDITORIA.
000300*-----------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*  DATE       INIT  DESCRIPTION
000330*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000331*  2026-10-15 AFG   ANTES DE REGRAVAR O PENDALT RELE O ARQUIVO E
000332*                   MANTEM OS PEDIDOS QUE O PENDWR ACRESCENTOU
000333*                   DURANTE A SESSAO (NUMERO ACIMA DO MAIOR
000334*                   CARREGADO NA ENTRADA).
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PEND-CHANGE-FILE ASSIGN TO "PENDALT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-PALT-FILE-STATUS.
000410     SELECT ROTA-MASTER-FILE ASSIGN TO "ROTAMAST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-ROTAM-FILE-STATUS.
000440     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "COAMAST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-COA-FILE-STATUS.
000470     SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMAST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-BUDG-FILE-STATUS.
000500     SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-TLM-FILE-STATUS.
000530     SELECT BEFORE-IMAGE-FILE ASSIGN TO "BIMGJRNL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-BIMG-FILE-STATUS.
000560     SELECT CARD-REQUEST-FILE ASSIGN TO "CARTPED"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS WS-CPD-FILE-STATUS.
000590     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PEND-CHANGE-FILE
000650     RECORDING MODE IS F.
000660 01  PEND-CHANGE-LINE            PIC X(410).
000670 FD  ROTA-MASTER-FILE
000680     RECORDING MODE IS F.
000690     COPY ROTAMREC.
000700 FD  ACCOUNT-MASTER-FILE
000710     RECORDING MODE IS F.
000720     COPY COAREC.
000730 FD  BUDGET-MASTER-FILE
000740     RECORDING MODE IS F.
000750     COPY BUDGREC.
000760 FD  TELLER-MASTER-FILE
000770     RECORDING MODE IS F.
000780     COPY TELLMREC.
000790 FD  BEFORE-IMAGE-FILE
000800     RECORDING MODE IS F.
000810     COPY BIMGREC.
000820 FD  CARD-REQUEST-FILE
000830     RECORDING MODE IS F.
000840     COPY CARTPEDREC.
000850 FD  AUDIT-LOG-FILE
000860     RECORDING MODE IS F.
000870     COPY AUDITREC.
000880 WORKING-STORAGE SECTION.
000890 01  WS-SWITCHES.
000900     05  WS-PALT-FILE-STATUS     PIC X(02)   VALUE "00".
000910     05  WS-ROTAM-FILE-STATUS    PIC X(02)   VALUE "00".
000920     05  WS-COA-FILE-STATUS      PIC X(02)   VALUE "00".
000930     05  WS-BUDG-FILE-STATUS     PIC X(02)   VALUE "00".
000940     05  WS-TLM-FILE-STATUS      PIC X(02)   VALUE "00".
000950     05  WS-BIMG-FILE-STATUS     PIC X(02)   VALUE "00".
000960     05  WS-CPD-FILE-STATUS      PIC X(02)   VALUE "00".
000970     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000980     05  WS-PALT-EOF-SW          PIC X(01)   VALUE "N".
000990         88  WS-PALT-EOF                     VALUE "Y".
001000     05  WS-ARQ-EOF-SW           PIC X(01)   VALUE "N".
001010         88  WS-ARQ-EOF                      VALUE "Y".
001020     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
001030         88  WS-EXIT                         VALUE "Y".
001040     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001050         88  WS-SIGNON-VALID                 VALUE "Y".
001060     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
001070         88  WS-OVERFLOW                     VALUE "Y".
001080     05  WS-GL-OVERFLOW-SW       PIC X(01)   VALUE "N".
001090         88  WS-GL-OVERFLOW                  VALUE "Y".
001100     05  WS-SEM-ANTES-SW         PIC X(01)   VALUE "N".
001110         88  WS-SEM-ANTES                    VALUE "Y".
001120     05  WS-ITEM-AUTH-SW         PIC X(01)   VALUE "N".
001130         88  WS-ITEM-AUTH                    VALUE "Y".
001140*    RESULTADO DA APLICACAO: S = APLICADA, O = OBSOLETA,
001150*    N = NAO FEITA (PEDIDO CONTINUA PENDENTE).
001160     05  WS-APLICA-SW            PIC X(01)   VALUE "N".
001170         88  WS-APLICADA                     VALUE "S".
001180         88  WS-OBSOLETA                     VALUE "O".
001190 01  WS-MSG-CODE-WK              PIC X(08).
001200 01  WS-MSG-TEXT-WK              PIC X(60).
001210 01  WS-OPERATOR-ID              PIC X(08).
001220 01  WS-OPERATOR-PIN             PIC X(04).
001230 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001240 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001250     88  WS-AUTHORIZED                       VALUE "Y".
001260 01  WS-ITEM-LEVEL               PIC 9(01).
001270 01  WS-ACAO                     PIC X(01).
001280 01  WS-DECISAO                  PIC X(01).
001290 01  WS-IN-NUMERO                PIC X(06).
001300 01  WS-NUMERO-NUM               PIC 9(06).
001310 01  WS-HOJE                     PIC X(08).
001320 01  WS-SCAN                     PIC 9(04).
001330 01  WS-SCAN2                    PIC 9(04).
001340 01  WS-POS                      PIC 9(04).
001350 01  WS-CHAVE-FIM                PIC 9(04).
001360 01  WS-LINE-WK                  PIC X(130).
001370 01  WS-MOTIVO                   PIC X(40).
001380 01  WS-PENDENTES                PIC 9(04)   VALUE ZERO.
001390 01  WS-CHANGE-COUNT             PIC 9(04)   VALUE ZERO.
001400 01  WS-APROVADAS                PIC 9(04)   VALUE ZERO.
001410 01  WS-REJEITADAS               PIC 9(04)   VALUE ZERO.
001420 01  WS-OBSOLETAS                PIC 9(04)   VALUE ZERO.
001430 01  WS-VENCIDAS                 PIC 9(04)   VALUE ZERO.
001431*    MAIOR NUMERO DE PEDIDO CARREGADO NA ENTRADA - O QUE VIER
001432*    ACIMA DELE NA RELEITURA FOI GRAVADO PELO PENDWR DEPOIS.
001433 01  WS-PA-MAX-NUMERO            PIC 9(06)   VALUE ZERO.
001434 01  WS-NOVOS                    PIC 9(04)   VALUE ZERO.
001440     COPY RUNSTAMP.
001450******************************************************************
001460*  PEDIDO CORRENTE - AS LINHAS DA TABELA SAO MOVIDAS PARA CA E
001470*  DE VOLTA.
001480******************************************************************
001490     COPY PENDALTREC.
001500******************************************************************
001510*  ANTES/DEPOIS CAMPO A CAMPO: CADA LINHA MOSTRADA PASSA POR AQUI.
001520******************************************************************
001530 01  WS-CAMPO-NOME               PIC X(14).
001540 01  WS-CAMPO-ANTES              PIC X(20).
001550 01  WS-CAMPO-DEPOIS             PIC X(20).
001560 01  WS-CAMPO-MARCA              PIC X(03).
001570 01  WS-PRECO-ED                 PIC ZZ9.99.
001580 01  WS-TETO-SEMANA-ED           PIC ZZZ9.99.
001590 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.99.
001600 01  WS-LIMITE-ED                PIC ZZZZ9.99.
001610******************************************************************
001620*  AS DUAS IMAGENS DO PEDIDO VISTAS NO LAYOUT DE CADA CADASTRO.
001630******************************************************************
001640 01  WS-VIEW-ANTES               PIC X(130).
001650 01  WS-VA-ROTA REDEFINES WS-VIEW-ANTES.
001660     05  WS-VAR-CODIGO           PIC X(03).
001670     05  WS-VAR-DESC             PIC X(20).
001680     05  WS-VAR-PRECO            PIC 9(03)V99.
001690     05  WS-VAR-EFFECTIVE        PIC X(08).
001700     05  WS-VAR-END              PIC X(08).
001710     05  WS-VAR-TETO-DIA         PIC 9(03)V99.
001720     05  WS-VAR-TETO-SEMANA      PIC 9(04)V99.
001730     05  FILLER                  PIC X(75).
001740 01  WS-VA-COA REDEFINES WS-VIEW-ANTES.
001750     05  WS-VAC-ACCOUNT          PIC X(08).
001760     05  WS-VAC-DESC             PIC X(30).
001770     05  WS-VAC-NATUREZA         PIC X(01).
001780     05  WS-VAC-ACTIVE           PIC X(01).
001790     05  FILLER                  PIC X(90).
001800 01  WS-VA-BUDG REDEFINES WS-VIEW-ANTES.
001810     05  WS-VAB-MES              PIC X(06).
001820     05  WS-VAB-MONTANTE         PIC 9(09)V99.
001830     05  WS-VAB-TARIFA           PIC 9(09)V99.
001840     05  WS-VAB-PASS             PIC 9(07).
001850     05  WS-VAB-APROV            PIC 9(03).
001860     05  WS-VAB-TOLER            PIC 9(02).
001870     05  FILLER                  PIC X(90).
001880 01  WS-VA-TELL REDEFINES WS-VIEW-ANTES.
001890     05  WS-VAT-ID               PIC X(05).
001900     05  WS-VAT-NAME             PIC X(30).
001910     05  WS-VAT-REGISTER         PIC 9(03).
001920     05  WS-VAT-ACTIVE           PIC X(01).
001930     05  WS-VAT-LIMITE           PIC 9(05)V99.
001940     05  FILLER                  PIC X(84).
001950 01  WS-VIEW-DEPOIS              PIC X(130).
001960 01  WS-VD-ROTA REDEFINES WS-VIEW-DEPOIS.
001970     05  WS-VDR-CODIGO           PIC X(03).
001980     05  WS-VDR-DESC             PIC X(20).
001990     05  WS-VDR-PRECO            PIC 9(03)V99.
002000     05  WS-VDR-EFFECTIVE        PIC X(08).
002010     05  WS-VDR-END              PIC X(08).
002020     05  WS-VDR-TETO-DIA         PIC 9(03)V99.
002030     05  WS-VDR-TETO-SEMANA      PIC 9(04)V99.
002040     05  FILLER                  PIC X(75).
002050 01  WS-VD-COA REDEFINES WS-VIEW-DEPOIS.
002060     05  WS-VDC-ACCOUNT          PIC X(08).
002070     05  WS-VDC-DESC             PIC X(30).
002080     05  WS-VDC-NATUREZA         PIC X(01).
002090     05  WS-VDC-ACTIVE           PIC X(01).
002100     05  FILLER                  PIC X(90).
002110 01  WS-VD-BUDG REDEFINES WS-VIEW-DEPOIS.
002120     05  WS-VDB-MES              PIC X(06).
002130     05  WS-VDB-MONTANTE         PIC 9(09)V99.
002140     05  WS-VDB-TARIFA           PIC 9(09)V99.
002150     05  WS-VDB-PASS             PIC 9(07).
002160     05  WS-VDB-APROV            PIC 9(03).
002170     05  WS-VDB-TOLER            PIC 9(02).
002180     05  FILLER                  PIC X(90).
002190 01  WS-VD-TELL REDEFINES WS-VIEW-DEPOIS.
002200     05  WS-VDT-ID               PIC X(05).
002210     05  WS-VDT-NAME             PIC X(30).
002220     05  WS-VDT-REGISTER         PIC 9(03).
002230     05  WS-VDT-ACTIVE           PIC X(01).
002240     05  WS-VDT-LIMITE           PIC 9(05)V99.
002250     05  FILLER                  PIC X(84).
002260
002270******************************************************************
002280*  FILA DE PEDIDOS CARREGADA EM MEMORIA; REGRAVADA INTEIRA NA
002290*  SAIDA QUANDO ALGUM PEDIDO MUDOU DE SITUACAO.
002300******************************************************************
002310 01  WS-PA-TABLE.
002320     05  WS-PA-LINE OCCURS 1000 TIMES
002330                    INDEXED BY WS-PA-IDX
002340                               PIC X(410).
002350 01  WS-PA-COUNT                 PIC 9(04)   VALUE ZERO.
002360******************************************************************
002370*  O CADASTRO ALVO CARREGADO EM LINHAS GENERICAS; REGRAVADO
002380*  INTEIRO DEPOIS DE CADA APROVACAO.
002390******************************************************************
002400 01  WS-GL-TABLE.
002410     05  WS-GL-LINE OCCURS 5000 TIMES
002420                    INDEXED BY WS-GL-IDX
002430                               PIC X(130).
002440 01  WS-GL-COUNT                 PIC 9(04)   VALUE ZERO.
002450
002460 PROCEDURE DIVISION.
002470
002480 0000-MAINLINE.
002490     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002500*    NIVEL MINIMO PARA ENTRAR; CADA PEDIDO AINDA EXIGE O NIVEL
002510*    DO PROGRAMA QUE O SUBMETEU (PALT-NIVEL).
002520     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002530                         WS-AUTHORIZED-SW
002540     IF NOT WS-AUTHORIZED
002550         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002560         MOVE 8 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     PERFORM 1000-INITIALIZE
002600     IF WS-OVERFLOW
002610         DISPLAY "PENDALT MAIOR QUE A TABELA (1000) - EXECUCAO"
002620                 " RECUSADA, NADA ALTERADO"
002630         MOVE 8 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     PERFORM 1500-VENCE-PEDIDO THRU 1500-EXIT
002670         VARYING WS-SCAN FROM 1 BY 1
002680         UNTIL WS-SCAN > WS-PA-COUNT
002690     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
002700         UNTIL WS-EXIT
002710     PERFORM 3000-FINALIZE
002720     STOP RUN.
002730
002740******************************************************************
002750*  0010-SIGN-ON
002760*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002770*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002780******************************************************************
002790 0010-SIGN-ON.
002800     MOVE "N" TO WS-SIGNON-VALID-SW
002810     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002820         UNTIL WS-SIGNON-VALID.
002830 0010-EXIT.
002840     EXIT.
002850
002860 0020-PROMPT-SIGNON.
002870     MOVE "SGN-001" TO WS-MSG-CODE-WK
002880     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002890     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002900     ACCEPT WS-OPERATOR-ID
002910     MOVE "SGN-002" TO WS-MSG-CODE-WK
002920     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002930     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002940     ACCEPT WS-OPERATOR-PIN
002950     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002960                           WS-SIGNON-VALID-SW
002970     IF NOT WS-SIGNON-VALID
002980         MOVE "SGN-003" TO WS-MSG-CODE-WK
002990         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003000         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003010     END-IF.
003020 0020-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*  1000-INITIALIZE
003070*  CARREGA A FILA DE PEDIDOS EM MEMORIA, CARIMBA A EXECUCAO E
003080*  ABRE A AUDITORIA, O DIARIO E OS PEDIDOS DE CARTAO.
003090******************************************************************
003100 1000-INITIALIZE.
003110     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003120     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003130     ACCEPT RUN-STAMP-ID   FROM TIME
003140     OPEN INPUT PEND-CHANGE-FILE
003150     IF WS-PALT-FILE-STATUS NOT = "00"
003160         MOVE "Y" TO WS-PALT-EOF-SW
003170     ELSE
003180         PERFORM 1100-LOAD-PEDIDO THRU 1100-EXIT
003190             UNTIL WS-PALT-EOF
003200         CLOSE PEND-CHANGE-FILE
003210     END-IF
003220     PERFORM 0100-OPEN-AUDIT-LOG-FILE
003230     PERFORM 0150-OPEN-BEFORE-IMAGE
003240     PERFORM 0160-OPEN-CARD-REQUEST.
003250
003260 1100-LOAD-PEDIDO.
003270     READ PEND-CHANGE-FILE
003280         AT END
003290             MOVE "Y" TO WS-PALT-EOF-SW
003300             GO TO 1100-EXIT
003310     END-READ
003320     IF WS-PA-COUNT >= 1000
003330         MOVE "Y" TO WS-OVERFLOW-SW
003340         GO TO 1100-EXIT
003350     END-IF
003360     ADD 1 TO WS-PA-COUNT
003370     SET WS-PA-IDX TO WS-PA-COUNT
003371     MOVE PEND-CHANGE-LINE TO WS-PA-LINE(WS-PA-IDX)
003372     MOVE PEND-CHANGE-LINE TO PEND-CHANGE-RECORD
003373     IF PALT-NUMERO > WS-PA-MAX-NUMERO
003374         MOVE PALT-NUMERO TO WS-PA-MAX-NUMERO
003375     END-IF.
003390 1100-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430*  0100-OPEN-AUDIT-LOG-FILE
003440*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003450*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003460******************************************************************
003470 0100-OPEN-AUDIT-LOG-FILE.
003480     OPEN EXTEND AUDIT-LOG-FILE
003490     IF WS-AUDIT-FILE-STATUS = "35"
003500         OPEN OUTPUT AUDIT-LOG-FILE
003510         CLOSE AUDIT-LOG-FILE
003520         OPEN EXTEND AUDIT-LOG-FILE
003530     END-IF.
003540
003550******************************************************************
003560*  0150-OPEN-BEFORE-IMAGE
003570*  ABRE O DIARIO DE IMAGEM-ANTES EM MODO EXTEND, CRIANDO-O SE
003580*  ESTA E A PRIMEIRA EXECUCAO.
003590******************************************************************
003600 0150-OPEN-BEFORE-IMAGE.
003610     OPEN EXTEND BEFORE-IMAGE-FILE
003620     IF WS-BIMG-FILE-STATUS = "35"
003630         OPEN OUTPUT BEFORE-IMAGE-FILE
003640         CLOSE BEFORE-IMAGE-FILE
003650         OPEN EXTEND BEFORE-IMAGE-FILE
003660     END-IF.
003670
003680******************************************************************
003690*  0160-OPEN-CARD-REQUEST
003700*  ABRE OS PEDIDOS DE REEMISSAO DO CARTAO DE TARIFAS EM MODO
003710*  EXTEND, CRIANDO-OS SE ESTA E A PRIMEIRA EXECUCAO.
003720******************************************************************
003730 0160-OPEN-CARD-REQUEST.
003740     OPEN EXTEND CARD-REQUEST-FILE
003750     IF WS-CPD-FILE-STATUS = "35"
003760         OPEN OUTPUT CARD-REQUEST-FILE
003770         CLOSE CARD-REQUEST-FILE
003780         OPEN EXTEND CARD-REQUEST-FILE
003790     END-IF.
003800
003810******************************************************************
003820*  1500-VENCE-PEDIDO
003830*  PEDIDO AINDA PENDENTE DEPOIS DA VALIDADE PASSA A "V" - NINGUEM
003840*  APROVA UMA MUDANCA ESQUECIDA NA FILA.
003850******************************************************************
003860 1500-VENCE-PEDIDO.
003870     SET WS-PA-IDX TO WS-SCAN
003880     MOVE WS-PA-LINE(WS-PA-IDX) TO PEND-CHANGE-RECORD
003890     IF NOT PALT-PENDENTE
003900         GO TO 1500-EXIT
003910     END-IF
003920     IF PALT-EXPIRA NOT < WS-HOJE
003930         GO TO 1500-EXIT
003940     END-IF
003950     MOVE "V"     TO PALT-STATUS
003960     MOVE WS-HOJE TO PALT-DATA-DEC
003970     MOVE PEND-CHANGE-RECORD TO WS-PA-LINE(WS-PA-IDX)
003980     ADD 1 TO WS-VENCIDAS
003990     ADD 1 TO WS-CHANGE-COUNT
004000     PERFORM 7100-WRITE-AUDIT-VENCIDO
004010     DISPLAY "PEDIDO " PALT-NUMERO " VENCIDO EM " PALT-EXPIRA
004020             " SEM DECISAO".
004030 1500-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070*  2000-SHOW-MENU
004080*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
004090******************************************************************
004100 2000-SHOW-MENU.
004110     DISPLAY " "
004120     DISPLAY "APROVACAO DE ALTERACOES - ESCOLHA A ACAO:"
004130     DISPLAY "  L - LISTAR PEDIDOS PENDENTES"
004140     DISPLAY "  D - DECIDIR UM PEDIDO (APROVAR/REJEITAR)"
004150     DISPLAY "  X - SAIR"
004160     ACCEPT WS-ACAO
004170     EVALUATE WS-ACAO
004180         WHEN "L"
004190         WHEN "l"
004200             PERFORM 2100-LIST-PENDENTES THRU 2100-EXIT
004210         WHEN "D"
004220         WHEN "d"
004230             PERFORM 2300-DECIDE-PEDIDO THRU 2300-EXIT
004240         WHEN "X"
004250         WHEN "x"
004260             MOVE "Y" TO WS-EXIT-SW
004270         WHEN OTHER
004280             DISPLAY "ACAO INVALIDA"
004290     END-EVALUATE.
004300 2000-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*  2100-LIST-PENDENTES
004350*  LISTA OS PEDIDOS PENDENTES, UM POR LINHA, COM O NUMERO USADO
004360*  NA DECISAO.
004370******************************************************************
004380 2100-LIST-PENDENTES.
004390     MOVE ZERO TO WS-PENDENTES
004400     PERFORM 2150-LIST-ONE THRU 2150-EXIT
004410         VARYING WS-SCAN FROM 1 BY 1
004420         UNTIL WS-SCAN > WS-PA-COUNT
004430     IF WS-PENDENTES = ZERO
004440         DISPLAY "NENHUM PEDIDO PENDENTE"
004450     END-IF.
004460 2100-EXIT.
004470     EXIT.
004480
004490 2150-LIST-ONE.
004500     SET WS-PA-IDX TO WS-SCAN
004510     MOVE WS-PA-LINE(WS-PA-IDX) TO PEND-CHANGE-RECORD
004520     IF NOT PALT-PENDENTE
004530         GO TO 2150-EXIT
004540     END-IF
004550     ADD 1 TO WS-PENDENTES
004560     DISPLAY PALT-NUMERO " " PALT-ARQUIVO " " PALT-ACAO " "
004570             PALT-CHAVE " " PALT-RESUMO
004580     DISPLAY "       POR " PALT-SOLICITANTE " (" PALT-PROGRAMA
004590             ") EM " PALT-DATA " - VALIDO ATE " PALT-EXPIRA.
004600 2150-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640*  2300-DECIDE-PEDIDO
004650*  MOSTRA O ANTES/DEPOIS DO PEDIDO E GRAVA A DECISAO. QUEM
004660*  SUBMETEU NAO DECIDE, E O APROVADOR PRECISA DO NIVEL DO
004670*  PROGRAMA DE ORIGEM.
004680******************************************************************
004690 2300-DECIDE-PEDIDO.
004700     DISPLAY "NUMERO DO PEDIDO (VER ACAO L):"
004710     ACCEPT WS-IN-NUMERO
004720     IF WS-IN-NUMERO NOT NUMERIC
004730         DISPLAY "NUMERO INVALIDO"
004740         GO TO 2300-EXIT
004750     END-IF
004760     MOVE WS-IN-NUMERO TO WS-NUMERO-NUM
004770     MOVE ZERO TO WS-POS
004780     PERFORM 2350-MATCH-NUMERO THRU 2350-EXIT
004790         VARYING WS-SCAN FROM 1 BY 1
004800         UNTIL WS-SCAN > WS-PA-COUNT OR WS-POS > ZERO
004810     IF WS-POS = ZERO
004820         DISPLAY "PEDIDO NAO ENCONTRADO"
004830         GO TO 2300-EXIT
004840     END-IF
004850     SET WS-PA-IDX TO WS-POS
004860     MOVE WS-PA-LINE(WS-PA-IDX) TO PEND-CHANGE-RECORD
004870     IF NOT PALT-PENDENTE
004880         DISPLAY "PEDIDO JA DECIDIDO (SITUACAO " PALT-STATUS ")"
004890         GO TO 2300-EXIT
004900     END-IF
004910*    QUATRO OLHOS DE VERDADE: QUEM SUBMETEU NAO APROVA.
004920     IF WS-OPERATOR-ID = PALT-SOLICITANTE
004930         DISPLAY "APROVADOR IGUAL AO SOLICITANTE - RECUSADO"
004940         GO TO 2300-EXIT
004950     END-IF
004960     IF PALT-NIVEL NUMERIC AND PALT-NIVEL > ZERO
004970         MOVE PALT-NIVEL TO WS-ITEM-LEVEL
004980     ELSE
004990         MOVE 9 TO WS-ITEM-LEVEL
005000     END-IF
005010     MOVE "N" TO WS-ITEM-AUTH-SW
005020     CALL "OPAUTH" USING WS-OPERATOR-ID WS-ITEM-LEVEL
005030                         WS-ITEM-AUTH-SW
005040     IF NOT WS-ITEM-AUTH
005050         DISPLAY "OPERADOR SEM NIVEL PARA APROVAR ESTE PEDIDO"
005060         GO TO 2300-EXIT
005070     END-IF
005080     PERFORM 2400-SHOW-ANTES-DEPOIS THRU 2400-EXIT
005090     DISPLAY "DECISAO (A=APROVAR, R=REJEITAR):"
005100     ACCEPT WS-DECISAO
005110     EVALUATE WS-DECISAO
005120         WHEN "A"
005130         WHEN "a"
005140             PERFORM 2500-APLICA-PEDIDO THRU 2500-EXIT
005150             IF WS-APLICADA
005160                 MOVE "A" TO PALT-STATUS
005170                 ADD 1 TO WS-APROVADAS
005180                 DISPLAY "PEDIDO APROVADO E APLICADO NO "
005190                         PALT-ARQUIVO
005200             END-IF
005210             IF WS-OBSOLETA
005220                 MOVE "O" TO PALT-STATUS
005230                 ADD 1 TO WS-OBSOLETAS
005240                 DISPLAY "PEDIDO OBSOLETO - " WS-MOTIVO
005250                 DISPLAY "NADA APLICADO - REFACA O PEDIDO"
005260             END-IF
005270             IF NOT WS-APLICADA AND NOT WS-OBSOLETA
005280                 DISPLAY WS-MOTIVO
005290                 DISPLAY "PEDIDO CONTINUA PENDENTE"
005300                 GO TO 2300-EXIT
005310             END-IF
005320         WHEN "R"
005330         WHEN "r"
005340             MOVE "R" TO PALT-STATUS
005350             ADD 1 TO WS-REJEITADAS
005360             DISPLAY "PEDIDO REJEITADO"
005370         WHEN OTHER
005380             DISPLAY "DECISAO INVALIDA - NADA FEITO"
005390             GO TO 2300-EXIT
005400     END-EVALUATE
005410     MOVE WS-OPERATOR-ID TO PALT-DECISOR
005420     MOVE WS-HOJE        TO PALT-DATA-DEC
005430     MOVE PEND-CHANGE-RECORD TO WS-PA-LINE(WS-PA-IDX)
005440     ADD 1 TO WS-CHANGE-COUNT
005450     PERFORM 7000-WRITE-AUDIT-DECISAO.
005460 2300-EXIT.
005470     EXIT.
005480
005490 2350-MATCH-NUMERO.
005500     SET WS-PA-IDX TO WS-SCAN
005510     MOVE WS-PA-LINE(WS-PA-IDX) TO PEND-CHANGE-RECORD
005520     IF PALT-NUMERO = WS-NUMERO-NUM
005530         MOVE WS-SCAN TO WS-POS
005540     END-IF.
005550 2350-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*  2400-SHOW-ANTES-DEPOIS
005600*  MOSTRA O PEDIDO E, NO LAYOUT DO CADASTRO, CADA CAMPO ANTES E
005610*  DEPOIS - OS CAMPOS QUE MUDAM SAEM MARCADOS COM "<=". NA
005620*  INCLUSAO NAO HA ANTES; NA EXCLUSAO NAO HA DEPOIS.
005630******************************************************************
005640 2400-SHOW-ANTES-DEPOIS.
005650     DISPLAY " "
005660     DISPLAY "PEDIDO " PALT-NUMERO " - " PALT-ARQUIVO
005670             " ACAO " PALT-ACAO " CHAVE " PALT-CHAVE
005680     DISPLAY "  " PALT-RESUMO
005690     DISPLAY "  SUBMETIDO POR " PALT-SOLICITANTE
005700             " (" PALT-PROGRAMA ") EM " PALT-DATA " " PALT-HORA
005710     DISPLAY "  CAMPO          ANTES                DEPOIS"
005720     MOVE "N" TO WS-SEM-ANTES-SW
005730     MOVE PALT-OLD-IMAGE TO WS-VIEW-ANTES
005740     MOVE PALT-NEW-IMAGE TO WS-VIEW-DEPOIS
005750*    SEM UM DOS LADOS, AS DUAS VISTAS APONTAM PARA O LADO QUE
005760*    EXISTE (NENHUM CAMPO NUMERICO E EDITADO A PARTIR DE BRANCO)
005770*    E O LADO AUSENTE SAI COMO "-".
005780     IF PALT-OLD-IMAGE = SPACES
005790         MOVE "Y" TO WS-SEM-ANTES-SW
005800         MOVE PALT-NEW-IMAGE TO WS-VIEW-ANTES
005810     END-IF
005820     IF PALT-NEW-IMAGE = SPACES
005830         MOVE PALT-OLD-IMAGE TO WS-VIEW-DEPOIS
005840     END-IF
005850     EVALUATE PALT-ARQUIVO
005860         WHEN "ROTAMAST"
005870             PERFORM 2410-VIEW-ROTA
005880         WHEN "COAMAST"
005890             PERFORM 2420-VIEW-COA
005900         WHEN "BUDGMAST"
005910             PERFORM 2430-VIEW-BUDG
005920         WHEN "TELLMAST"
005930             PERFORM 2440-VIEW-TELL
005940         WHEN OTHER
005950             DISPLAY "  ANTES : " PALT-OLD-IMAGE(1:60)
005960             DISPLAY "  DEPOIS: " PALT-NEW-IMAGE(1:60)
005970     END-EVALUATE.
005980 2400-EXIT.
005990     EXIT.
006000
006010 2410-VIEW-ROTA.
006020     MOVE "ROTA"           TO WS-CAMPO-NOME
006030     MOVE WS-VAR-CODIGO    TO WS-CAMPO-ANTES
006040     MOVE WS-VDR-CODIGO    TO WS-CAMPO-DEPOIS
006050     PERFORM 2480-SHOW-CAMPO
006060     MOVE "DESCRICAO"      TO WS-CAMPO-NOME
006070     MOVE WS-VAR-DESC      TO WS-CAMPO-ANTES
006080     MOVE WS-VDR-DESC      TO WS-CAMPO-DEPOIS
006090     PERFORM 2480-SHOW-CAMPO
006100     MOVE "PRECO"          TO WS-CAMPO-NOME
006110     MOVE WS-VAR-PRECO     TO WS-PRECO-ED
006120     MOVE WS-PRECO-ED      TO WS-CAMPO-ANTES
006130     MOVE WS-VDR-PRECO     TO WS-PRECO-ED
006140     MOVE WS-PRECO-ED      TO WS-CAMPO-DEPOIS
006150     PERFORM 2480-SHOW-CAMPO
006160     MOVE "INICIO"         TO WS-CAMPO-NOME
006170     MOVE WS-VAR-EFFECTIVE TO WS-CAMPO-ANTES
006180     MOVE WS-VDR-EFFECTIVE TO WS-CAMPO-DEPOIS
006190     PERFORM 2480-SHOW-CAMPO
006200     MOVE "FIM"            TO WS-CAMPO-NOME
006210     MOVE WS-VAR-END       TO WS-CAMPO-ANTES
006220     MOVE WS-VDR-END       TO WS-CAMPO-DEPOIS
006230     PERFORM 2480-SHOW-CAMPO
006240     MOVE "TETO DIA"       TO WS-CAMPO-NOME
006250     MOVE WS-VAR-TETO-DIA  TO WS-PRECO-ED
006260     MOVE WS-PRECO-ED      TO WS-CAMPO-ANTES
006270     MOVE WS-VDR-TETO-DIA  TO WS-PRECO-ED
006280     MOVE WS-PRECO-ED      TO WS-CAMPO-DEPOIS
006290     PERFORM 2480-SHOW-CAMPO
006300     MOVE "TETO SEMANA"    TO WS-CAMPO-NOME
006310     MOVE WS-VAR-TETO-SEMANA TO WS-TETO-SEMANA-ED
006320     MOVE WS-TETO-SEMANA-ED  TO WS-CAMPO-ANTES
006330     MOVE WS-VDR-TETO-SEMANA TO WS-TETO-SEMANA-ED
006340     MOVE WS-TETO-SEMANA-ED  TO WS-CAMPO-DEPOIS
006350     PERFORM 2480-SHOW-CAMPO.
006360
006370 2420-VIEW-COA.
006380     MOVE "CONTA"          TO WS-CAMPO-NOME
006390     MOVE WS-VAC-ACCOUNT   TO WS-CAMPO-ANTES
006400     MOVE WS-VDC-ACCOUNT   TO WS-CAMPO-DEPOIS
006410     PERFORM 2480-SHOW-CAMPO
006420     MOVE "DESCRICAO"      TO WS-CAMPO-NOME
006430     MOVE WS-VAC-DESC      TO WS-CAMPO-ANTES
006440     MOVE WS-VDC-DESC      TO WS-CAMPO-DEPOIS
006450     PERFORM 2480-SHOW-CAMPO
006460     MOVE "NATUREZA"       TO WS-CAMPO-NOME
006470     MOVE WS-VAC-NATUREZA  TO WS-CAMPO-ANTES
006480     MOVE WS-VDC-NATUREZA  TO WS-CAMPO-DEPOIS
006490     PERFORM 2480-SHOW-CAMPO
006500     MOVE "SITUACAO"       TO WS-CAMPO-NOME
006510     MOVE WS-VAC-ACTIVE    TO WS-CAMPO-ANTES
006520     MOVE WS-VDC-ACTIVE    TO WS-CAMPO-DEPOIS
006530     PERFORM 2480-SHOW-CAMPO.
006540
006550 2430-VIEW-BUDG.
006560     MOVE "MES"            TO WS-CAMPO-NOME
006570     MOVE WS-VAB-MES       TO WS-CAMPO-ANTES
006580     MOVE WS-VDB-MES       TO WS-CAMPO-DEPOIS
006590     PERFORM 2480-SHOW-CAMPO
006600     MOVE "META MONTANTE"  TO WS-CAMPO-NOME
006610     MOVE WS-VAB-MONTANTE  TO WS-VALOR-ED
006620     MOVE WS-VALOR-ED      TO WS-CAMPO-ANTES
006630     MOVE WS-VDB-MONTANTE  TO WS-VALOR-ED
006640     MOVE WS-VALOR-ED      TO WS-CAMPO-DEPOIS
006650     PERFORM 2480-SHOW-CAMPO
006660     MOVE "META TARIFA"    TO WS-CAMPO-NOME
006670     MOVE WS-VAB-TARIFA    TO WS-VALOR-ED
006680     MOVE WS-VALOR-ED      TO WS-CAMPO-ANTES
006690     MOVE WS-VDB-TARIFA    TO WS-VALOR-ED
006700     MOVE WS-VALOR-ED      TO WS-CAMPO-DEPOIS
006710     PERFORM 2480-SHOW-CAMPO
006720     MOVE "PASSAGEIROS"    TO WS-CAMPO-NOME
006730     MOVE WS-VAB-PASS      TO WS-CAMPO-ANTES
006740     MOVE WS-VDB-PASS      TO WS-CAMPO-DEPOIS
006750     PERFORM 2480-SHOW-CAMPO
006760     MOVE "APROVACAO %"    TO WS-CAMPO-NOME
006770     MOVE WS-VAB-APROV     TO WS-CAMPO-ANTES
006780     MOVE WS-VDB-APROV     TO WS-CAMPO-DEPOIS
006790     PERFORM 2480-SHOW-CAMPO
006800     MOVE "TOLERANCIA %"   TO WS-CAMPO-NOME
006810     MOVE WS-VAB-TOLER     TO WS-CAMPO-ANTES
006820     MOVE WS-VDB-TOLER     TO WS-CAMPO-DEPOIS
006830     PERFORM 2480-SHOW-CAMPO.
006840
006850 2440-VIEW-TELL.
006860     MOVE "CAIXA"          TO WS-CAMPO-NOME
006870     MOVE WS-VAT-ID        TO WS-CAMPO-ANTES
006880     MOVE WS-VDT-ID        TO WS-CAMPO-DEPOIS
006890     PERFORM 2480-SHOW-CAMPO
006900     MOVE "NOME"           TO WS-CAMPO-NOME
006910     MOVE WS-VAT-NAME      TO WS-CAMPO-ANTES
006920     MOVE WS-VDT-NAME      TO WS-CAMPO-DEPOIS
006930     PERFORM 2480-SHOW-CAMPO
006940     MOVE "REGISTRO"       TO WS-CAMPO-NOME
006950     MOVE WS-VAT-REGISTER  TO WS-CAMPO-ANTES
006960     MOVE WS-VDT-REGISTER  TO WS-CAMPO-DEPOIS
006970     PERFORM 2480-SHOW-CAMPO
006980     MOVE "SITUACAO"       TO WS-CAMPO-NOME
006990     MOVE WS-VAT-ACTIVE    TO WS-CAMPO-ANTES
007000     MOVE WS-VDT-ACTIVE    TO WS-CAMPO-DEPOIS
007010     PERFORM 2480-SHOW-CAMPO
007020     MOVE "LIMITE GAVETA"  TO WS-CAMPO-NOME
007030     MOVE WS-VAT-LIMITE    TO WS-LIMITE-ED
007040     MOVE WS-LIMITE-ED     TO WS-CAMPO-ANTES
007050     MOVE WS-VDT-LIMITE    TO WS-LIMITE-ED
007060     MOVE WS-LIMITE-ED     TO WS-CAMPO-DEPOIS
007070     PERFORM 2480-SHOW-CAMPO.
007080
007090 2480-SHOW-CAMPO.
007100     IF WS-SEM-ANTES
007110         MOVE "-" TO WS-CAMPO-ANTES
007120     END-IF
007130     IF PALT-NEW-IMAGE = SPACES
007140         MOVE "-" TO WS-CAMPO-DEPOIS
007150     END-IF
007160     MOVE SPACES TO WS-CAMPO-MARCA
007170     IF WS-CAMPO-ANTES NOT = WS-CAMPO-DEPOIS
007180         MOVE "<=" TO WS-CAMPO-MARCA
007190     END-IF
007200     DISPLAY "  " WS-CAMPO-NOME " " WS-CAMPO-ANTES " "
007210             WS-CAMPO-DEPOIS " " WS-CAMPO-MARCA.
007220
007230******************************************************************
007240*  2500-APLICA-PEDIDO
007250*  CARREGA O CADASTRO ALVO, CONFERE QUE O PEDIDO AINDA CABE NELE
007260*  E APLICA: ALTERACAO TROCA A IMAGEM ANTIGA PELA NOVA, INCLUSAO
007270*  ACRESCENTA A NOVA (CHAVE REPETIDA TORNA O PEDIDO OBSOLETO),
007280*  EXCLUSAO REMOVE A ANTIGA. DEPOIS REGRAVA O CADASTRO E GRAVA O
007290*  DIARIO DE IMAGEM-ANTES.
007300******************************************************************
007310 2500-APLICA-PEDIDO.
007320     MOVE "N" TO WS-APLICA-SW
007330     MOVE SPACES TO WS-MOTIVO
007340     PERFORM 2600-LOAD-TARGET THRU 2600-EXIT
007350     IF WS-GL-OVERFLOW
007360         MOVE "CADASTRO MAIOR QUE A TABELA (5000) - NADA FEITO"
007370             TO WS-MOTIVO
007380         GO TO 2500-EXIT
007390     END-IF
007400     EVALUATE TRUE
007410         WHEN PALT-ALTERACAO
007420             PERFORM 2700-FIND-OLD-IMAGE THRU 2700-EXIT
007430             IF WS-POS = ZERO
007440                 MOVE "O" TO WS-APLICA-SW
007450                 MOVE "REGISTRO MUDOU DEPOIS DO PEDIDO"
007460                     TO WS-MOTIVO
007470                 GO TO 2500-EXIT
007480             END-IF
007490             SET WS-GL-IDX TO WS-POS
007500             MOVE PALT-NEW-IMAGE TO WS-GL-LINE(WS-GL-IDX)
007510         WHEN PALT-INCLUSAO
007520             PERFORM 2760-FIND-CHAVE THRU 2760-EXIT
007530             IF WS-POS > ZERO
007540                 MOVE "O" TO WS-APLICA-SW
007550                 MOVE "CHAVE JA EXISTE NO CADASTRO" TO WS-MOTIVO
007560                 GO TO 2500-EXIT
007570             END-IF
007580             IF WS-GL-COUNT >= 5000
007590                 MOVE "CADASTRO CHEIO (5000) - NADA FEITO"
007600                     TO WS-MOTIVO
007610                 GO TO 2500-EXIT
007620             END-IF
007630             ADD 1 TO WS-GL-COUNT
007640             SET WS-GL-IDX TO WS-GL-COUNT
007650             MOVE PALT-NEW-IMAGE TO WS-GL-LINE(WS-GL-IDX)
007660         WHEN PALT-EXCLUSAO
007670             PERFORM 2700-FIND-OLD-IMAGE THRU 2700-EXIT
007680             IF WS-POS = ZERO
007690                 MOVE "O" TO WS-APLICA-SW
007700                 MOVE "REGISTRO MUDOU DEPOIS DO PEDIDO"
007710                     TO WS-MOTIVO
007720                 GO TO 2500-EXIT
007730             END-IF
007740             PERFORM 2550-SHIFT-UP THRU 2550-EXIT
007750                 VARYING WS-SCAN2 FROM WS-POS BY 1
007760                 UNTIL WS-SCAN2 >= WS-GL-COUNT
007770             SUBTRACT 1 FROM WS-GL-COUNT
007780         WHEN OTHER
007790             MOVE "ACAO DO PEDIDO INVALIDA - NADA FEITO"
007800                 TO WS-MOTIVO
007810             GO TO 2500-EXIT
007820     END-EVALUATE
007830     PERFORM 2800-REWRITE-TARGET THRU 2800-EXIT
007840     MOVE "S" TO WS-APLICA-SW
007850     PERFORM 7300-WRITE-BIMG
007860     IF PALT-ARQUIVO = "ROTAMAST" AND PALT-INCLUSAO
007870         PERFORM 7400-WRITE-CARD-REQUEST
007880     END-IF.
007890 2500-EXIT.
007900     EXIT.
007910
007920 2550-SHIFT-UP.
007930     SET WS-GL-IDX TO WS-SCAN2
007940     MOVE WS-GL-LINE(WS-GL-IDX + 1) TO WS-LINE-WK
007950     MOVE WS-LINE-WK TO WS-GL-LINE(WS-GL-IDX).
007960 2550-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000*  2600-LOAD-TARGET
008010*  CARREGA O CADASTRO DO PEDIDO NAS LINHAS GENERICAS. O ROTAMAST
008020*  PASSA PELA MESMA NORMALIZACAO DO ROTAMANT (TETO EM BRANCO VIRA
008030*  ZERO), PARA A IMAGEM ANTIGA MONTADA LA BATER COM A LINHA.
008040******************************************************************
008050 2600-LOAD-TARGET.
008060     MOVE ZERO TO WS-GL-COUNT
008070     MOVE "N" TO WS-ARQ-EOF-SW
008080     MOVE "N" TO WS-GL-OVERFLOW-SW
008090     EVALUATE PALT-ARQUIVO
008100         WHEN "ROTAMAST"
008110             OPEN INPUT ROTA-MASTER-FILE
008120             IF WS-ROTAM-FILE-STATUS = "00"
008130                 PERFORM 2610-READ-ROTA THRU 2610-EXIT
008140                     UNTIL WS-ARQ-EOF
008150                 CLOSE ROTA-MASTER-FILE
008160             END-IF
008170         WHEN "COAMAST"
008180             OPEN INPUT ACCOUNT-MASTER-FILE
008190             IF WS-COA-FILE-STATUS = "00"
008200                 PERFORM 2620-READ-COA THRU 2620-EXIT
008210                     UNTIL WS-ARQ-EOF
008220                 CLOSE ACCOUNT-MASTER-FILE
008230             END-IF
008240         WHEN "BUDGMAST"
008250             OPEN INPUT BUDGET-MASTER-FILE
008260             IF WS-BUDG-FILE-STATUS = "00"
008270                 PERFORM 2630-READ-BUDG THRU 2630-EXIT
008280                     UNTIL WS-ARQ-EOF
008290                 CLOSE BUDGET-MASTER-FILE
008300             END-IF
008310         WHEN "TELLMAST"
008320             OPEN INPUT TELLER-MASTER-FILE
008330             IF WS-TLM-FILE-STATUS = "00"
008340                 PERFORM 2640-READ-TELL THRU 2640-EXIT
008350                     UNTIL WS-ARQ-EOF
008360                 CLOSE TELLER-MASTER-FILE
008370             END-IF
008380         WHEN OTHER
008390             CONTINUE
008400     END-EVALUATE.
008410 2600-EXIT.
008420     EXIT.
008430
008440 2610-READ-ROTA.
008450     READ ROTA-MASTER-FILE
008460         AT END
008470             MOVE "Y" TO WS-ARQ-EOF-SW
008480             GO TO 2610-EXIT
008490     END-READ
008500     IF WS-GL-COUNT >= 5000
008510         MOVE "Y" TO WS-GL-OVERFLOW-SW
008520         GO TO 2610-EXIT
008530     END-IF
008540     IF ROTAM-TETO-DIA NOT NUMERIC
008550         MOVE ZERO TO ROTAM-TETO-DIA
008560     END-IF
008570     IF ROTAM-TETO-SEMANA NOT NUMERIC
008580         MOVE ZERO TO ROTAM-TETO-SEMANA
008590     END-IF
008600     ADD 1 TO WS-GL-COUNT
008610     SET WS-GL-IDX TO WS-GL-COUNT
008620     MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
008630     MOVE ROTA-MASTER-RECORD TO WS-GL-LINE(WS-GL-IDX).
008640 2610-EXIT.
008650     EXIT.
008660
008670 2620-READ-COA.
008680     READ ACCOUNT-MASTER-FILE
008690         AT END
008700             MOVE "Y" TO WS-ARQ-EOF-SW
008710             GO TO 2620-EXIT
008720     END-READ
008730     IF WS-GL-COUNT >= 5000
008740         MOVE "Y" TO WS-GL-OVERFLOW-SW
008750         GO TO 2620-EXIT
008760     END-IF
008770     ADD 1 TO WS-GL-COUNT
008780     SET WS-GL-IDX TO WS-GL-COUNT
008790     MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
008800     MOVE ACCOUNT-MASTER-RECORD TO WS-GL-LINE(WS-GL-IDX).
008810 2620-EXIT.
008820     EXIT.
008830
008840 2630-READ-BUDG.
008850     READ BUDGET-MASTER-FILE
008860         AT END
008870             MOVE "Y" TO WS-ARQ-EOF-SW
008880             GO TO 2630-EXIT
008890     END-READ
008900     IF WS-GL-COUNT >= 5000
008910         MOVE "Y" TO WS-GL-OVERFLOW-SW
008920         GO TO 2630-EXIT
008930     END-IF
008940     ADD 1 TO WS-GL-COUNT
008950     SET WS-GL-IDX TO WS-GL-COUNT
008960     MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
008970     MOVE BUDGET-MASTER-RECORD TO WS-GL-LINE(WS-GL-IDX).
008980 2630-EXIT.
008990     EXIT.
009000
009010 2640-READ-TELL.
009020     READ TELLER-MASTER-FILE
009030         AT END
009040             MOVE "Y" TO WS-ARQ-EOF-SW
009050             GO TO 2640-EXIT
009060     END-READ
009070     IF WS-GL-COUNT >= 5000
009080         MOVE "Y" TO WS-GL-OVERFLOW-SW
009090         GO TO 2640-EXIT
009100     END-IF
009110     ADD 1 TO WS-GL-COUNT
009120     SET WS-GL-IDX TO WS-GL-COUNT
009130     MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
009140     MOVE TELLER-MASTER-RECORD TO WS-GL-LINE(WS-GL-IDX).
009150 2640-EXIT.
009160     EXIT.
009170
009180******************************************************************
009190*  2700-FIND-OLD-IMAGE
009200*  LOCALIZA NO CADASTRO CARREGADO A LINHA IGUAL A IMAGEM ANTIGA
009210*  DO PEDIDO - SE NAO HA, O REGISTRO MUDOU DEPOIS DO PEDIDO.
009220******************************************************************
009230 2700-FIND-OLD-IMAGE.
009240     MOVE ZERO TO WS-POS
009250     PERFORM 2750-MATCH-OLD THRU 2750-EXIT
009260         VARYING WS-SCAN2 FROM 1 BY 1
009270         UNTIL WS-SCAN2 > WS-GL-COUNT OR WS-POS > ZERO.
009280 2700-EXIT.
009290     EXIT.
009300
009310 2750-MATCH-OLD.
009320     SET WS-GL-IDX TO WS-SCAN2
009330     IF WS-GL-LINE(WS-GL-IDX) = PALT-OLD-IMAGE
009340         MOVE WS-SCAN2 TO WS-POS
009350     END-IF.
009360 2750-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400*  2760-FIND-CHAVE
009410*  PROCURA NO CADASTRO UMA LINHA COM A MESMA CHAVE DA IMAGEM
009420*  NOVA (PALT-CHAVE-POS/TAM). CHAVE ZERADA: ARQUIVO SEM CHAVE
009430*  UNICA, NADA A PROCURAR.
009440******************************************************************
009450 2760-FIND-CHAVE.
009460     MOVE ZERO TO WS-POS
009470     IF PALT-CHAVE-POS NOT NUMERIC OR PALT-CHAVE-TAM NOT NUMERIC
009480         GO TO 2760-EXIT
009490     END-IF
009500     IF PALT-CHAVE-POS = ZERO OR PALT-CHAVE-TAM = ZERO
009510         GO TO 2760-EXIT
009520     END-IF
009530     COMPUTE WS-CHAVE-FIM = PALT-CHAVE-POS + PALT-CHAVE-TAM - 1
009540     IF WS-CHAVE-FIM > 130
009550         GO TO 2760-EXIT
009560     END-IF
009570     PERFORM 2770-MATCH-CHAVE THRU 2770-EXIT
009580         VARYING WS-SCAN2 FROM 1 BY 1
009590         UNTIL WS-SCAN2 > WS-GL-COUNT OR WS-POS > ZERO.
009600 2760-EXIT.
009610     EXIT.
009620
009630 2770-MATCH-CHAVE.
009640     SET WS-GL-IDX TO WS-SCAN2
009650     IF WS-GL-LINE(WS-GL-IDX)(PALT-CHAVE-POS:PALT-CHAVE-TAM) =
009660        PALT-NEW-IMAGE(PALT-CHAVE-POS:PALT-CHAVE-TAM)
009670         MOVE WS-SCAN2 TO WS-POS
009680     END-IF.
009690 2770-EXIT.
009700     EXIT.
009710
009720******************************************************************
009730*  2800-REWRITE-TARGET
009740*  REGRAVA O CADASTRO INTEIRO A PARTIR DAS LINHAS GENERICAS, NO
009750*  LAYOUT PROPRIO DE CADA ARQUIVO.
009760******************************************************************
009770 2800-REWRITE-TARGET.
009780     EVALUATE PALT-ARQUIVO
009790         WHEN "ROTAMAST"
009800             OPEN OUTPUT ROTA-MASTER-FILE
009810             PERFORM 2810-WRITE-ROTA THRU 2810-EXIT
009820                 VARYING WS-SCAN2 FROM 1 BY 1
009830                 UNTIL WS-SCAN2 > WS-GL-COUNT
009840             CLOSE ROTA-MASTER-FILE
009850         WHEN "COAMAST"
009860             OPEN OUTPUT ACCOUNT-MASTER-FILE
009870             PERFORM 2820-WRITE-COA THRU 2820-EXIT
009880                 VARYING WS-SCAN2 FROM 1 BY 1
009890                 UNTIL WS-SCAN2 > WS-GL-COUNT
009900             CLOSE ACCOUNT-MASTER-FILE
009910         WHEN "BUDGMAST"
009920             OPEN OUTPUT BUDGET-MASTER-FILE
009930             PERFORM 2830-WRITE-BUDG THRU 2830-EXIT
009940                 VARYING WS-SCAN2 FROM 1 BY 1
009950                 UNTIL WS-SCAN2 > WS-GL-COUNT
009960             CLOSE BUDGET-MASTER-FILE
009970         WHEN "TELLMAST"
009980             OPEN OUTPUT TELLER-MASTER-FILE
009990             PERFORM 2840-WRITE-TELL THRU 2840-EXIT
010000                 VARYING WS-SCAN2 FROM 1 BY 1
010010                 UNTIL WS-SCAN2 > WS-GL-COUNT
010020             CLOSE TELLER-MASTER-FILE
010030         WHEN OTHER
010040             CONTINUE
010050     END-EVALUATE.
010060 2800-EXIT.
010070     EXIT.
010080
010090 2810-WRITE-ROTA.
010100     SET WS-GL-IDX TO WS-SCAN2
010110     MOVE WS-GL-LINE(WS-GL-IDX) TO ROTA-MASTER-RECORD
010120     WRITE ROTA-MASTER-RECORD.
010130 2810-EXIT.
010140     EXIT.
010150
010160 2820-WRITE-COA.
010170     SET WS-GL-IDX TO WS-SCAN2
010180     MOVE WS-GL-LINE(WS-GL-IDX) TO ACCOUNT-MASTER-RECORD
010190     WRITE ACCOUNT-MASTER-RECORD.
010200 2820-EXIT.
010210     EXIT.
010220
010230 2830-WRITE-BUDG.
010240     SET WS-GL-IDX TO WS-SCAN2
010250     MOVE WS-GL-LINE(WS-GL-IDX) TO BUDGET-MASTER-RECORD
010260     WRITE BUDGET-MASTER-RECORD.
010270 2830-EXIT.
010280     EXIT.
010290
010300 2840-WRITE-TELL.
010310     SET WS-GL-IDX TO WS-SCAN2
010320     MOVE WS-GL-LINE(WS-GL-IDX) TO TELLER-MASTER-RECORD
010330     WRITE TELLER-MASTER-RECORD.
010340 2840-EXIT.
010350     EXIT.
010360
010370******************************************************************
010380*  3000-FINALIZE
010390*  REGRAVA A FILA SE ALGUM PEDIDO MUDOU DE SITUACAO E FECHA OS
010391*  ARQUIVOS. A TABELA FOI CARREGADA NA ENTRADA; ENQUANTO A SESSAO
010392*  ESTAVA ABERTA O PENDWR PODE TER ACRESCENTADO PEDIDOS NOVOS, QUE
010393*  A REGRAVACAO APAGARIA. POR ISSO O PENDALT E RELIDO ANTES E OS
010394*  PEDIDOS NUMERADOS ACIMA DO MAIOR CARREGADO ENTRAM NO FIM DA
010395*  TABELA. SE NAO COUBEREM, O ARQUIVO NAO E REGRAVADO (AS DECISOES
010396*  JA APLICADAS FICAM NA TRILHA E NO DIARIO) E A SAIDA E RC 8.
010410******************************************************************
010420 3000-FINALIZE.
010421     IF WS-CHANGE-COUNT > ZERO
010422         PERFORM 3050-RELE-PEDIDO THRU 3050-EXIT
010423     END-IF
010424     IF WS-OVERFLOW
010425         DISPLAY "PENDALT CRESCEU ALEM DA TABELA (1000) - FILA"
010426                 " NAO REGRAVADA, DECISOES SO NA TRILHA"
010427         MOVE 8 TO RETURN-CODE
010428         MOVE ZERO TO WS-CHANGE-COUNT
010429     END-IF
010430     IF WS-CHANGE-COUNT > ZERO
010440         OPEN OUTPUT PEND-CHANGE-FILE
010450         PERFORM 3100-WRITE-PEDIDO THRU 3100-EXIT
010460             VARYING WS-SCAN FROM 1 BY 1
010470             UNTIL WS-SCAN > WS-PA-COUNT
010480         CLOSE PEND-CHANGE-FILE
010490     END-IF
010500     CLOSE AUDIT-LOG-FILE
010510     CLOSE BEFORE-IMAGE-FILE
010520     CLOSE CARD-REQUEST-FILE
010530     DISPLAY "APROVADOS: " WS-APROVADAS
010540             " REJEITADOS: " WS-REJEITADAS
010550             " OBSOLETOS: " WS-OBSOLETAS
010551             " VENCIDOS: " WS-VENCIDAS
010552     IF WS-NOVOS > ZERO
010553         DISPLAY "PEDIDOS NOVOS PRESERVADOS NA FILA: " WS-NOVOS
010554     END-IF.
010555
010556******************************************************************
010557*  3050-RELE-PEDIDO
010558*  RELE O PENDALT E ACRESCENTA A TABELA OS PEDIDOS GRAVADOS PELO
010559*  PENDWR DEPOIS DA CARGA.
010560******************************************************************
010561 3050-RELE-PEDIDO.
010562     MOVE "N" TO WS-PALT-EOF-SW
010563     OPEN INPUT PEND-CHANGE-FILE
010564     IF WS-PALT-FILE-STATUS NOT = "00"
010565         GO TO 3050-EXIT
010566     END-IF
010567     PERFORM 3060-RELE-UM THRU 3060-EXIT
010568         UNTIL WS-PALT-EOF
010569     CLOSE PEND-CHANGE-FILE.
010570 3050-EXIT.
010571     EXIT.
010572
010573 3060-RELE-UM.
010574     READ PEND-CHANGE-FILE
010575         AT END
010576             MOVE "Y" TO WS-PALT-EOF-SW
010577             GO TO 3060-EXIT
010578     END-READ
010579     MOVE PEND-CHANGE-LINE TO PEND-CHANGE-RECORD
010580     IF PALT-NUMERO NOT > WS-PA-MAX-NUMERO
010581         GO TO 3060-EXIT
010582     END-IF
010583     IF WS-PA-COUNT >= 1000
010584         MOVE "Y" TO WS-OVERFLOW-SW
010585         MOVE "Y" TO WS-PALT-EOF-SW
010586         GO TO 3060-EXIT
010587     END-IF
010588     ADD 1 TO WS-PA-COUNT
010589     SET WS-PA-IDX TO WS-PA-COUNT
010590     MOVE PEND-CHANGE-LINE TO WS-PA-LINE(WS-PA-IDX)
010591     ADD 1 TO WS-NOVOS.
010592 3060-EXIT.
010593     EXIT.
010594
010595 3100-WRITE-PEDIDO.
010596     SET WS-PA-IDX TO WS-SCAN
010600     MOVE WS-PA-LINE(WS-PA-IDX) TO PEND-CHANGE-LINE
010610     WRITE PEND-CHANGE-LINE.
010620 3100-EXIT.
010630     EXIT.
010640
010650******************************************************************
010660*  7000-WRITE-AUDIT-DECISAO
010670*  GRAVA A DECISAO (A, R OU O) DO PEDIDO NA TRILHA DE AUDITORIA.
010680******************************************************************
010690 7000-WRITE-AUDIT-DECISAO.
010700     MOVE "APROVA"           TO AUDIT-PROGRAM-ID
010710     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010720     ACCEPT AUDIT-TIME FROM TIME
010730     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010740     MOVE PALT-CHAVE          TO AUDIT-KEY
010750     MOVE SPACES              TO AUDIT-DETAIL
010760     STRING "PEND " PALT-NUMERO " " PALT-ARQUIVO
010770            " DECISAO=" PALT-STATUS
010780            " SOLIC=" PALT-SOLICITANTE
010790            " " PALT-RESUMO
010800         DELIMITED BY SIZE INTO AUDIT-DETAIL
010810     CALL "AUDITWR" USING AUDIT-RECORD.
010820
010830******************************************************************
010840*  7100-WRITE-AUDIT-VENCIDO
010850*  GRAVA O VENCIMENTO DO PEDIDO SEM DECISAO NA TRILHA.
010860******************************************************************
010870 7100-WRITE-AUDIT-VENCIDO.
010880     MOVE "APROVA"           TO AUDIT-PROGRAM-ID
010890     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010900     ACCEPT AUDIT-TIME FROM TIME
010910     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010920     MOVE PALT-CHAVE          TO AUDIT-KEY
010930     MOVE SPACES              TO AUDIT-DETAIL
010940     STRING "PEND " PALT-NUMERO " " PALT-ARQUIVO
010950            " VENCIDO EM " PALT-EXPIRA
010960            " SOLIC=" PALT-SOLICITANTE
010970         DELIMITED BY SIZE INTO AUDIT-DETAIL
010980     CALL "AUDITWR" USING AUDIT-RECORD.
010990
011000******************************************************************
011010*  7300-WRITE-BIMG
011020*  GRAVA A MUDANCA APLICADA NO DIARIO DE IMAGEM-ANTES, COM O
011030*  APROVADOR E O CARIMBO DESTA EXECUCAO (E O QUE O DESFAZ PEDE).
011040******************************************************************
011050 7300-WRITE-BIMG.
011060     MOVE PALT-ARQUIVO     TO BIMG-FILE-NAME
011070     MOVE PALT-ACAO        TO BIMG-ACAO
011080     MOVE WS-OPERATOR-ID   TO BIMG-OPERATOR
011090     MOVE RUN-STAMP-DATE   TO BIMG-RUN-DATE
011100     MOVE RUN-STAMP-ID     TO BIMG-RUN-ID
011110     MOVE PALT-OLD-IMAGE   TO BIMG-OLD-IMAGE
011120     MOVE PALT-NEW-IMAGE   TO BIMG-NEW-IMAGE
011130     WRITE BEFORE-IMAGE-RECORD.
011140
011150******************************************************************
011160*  7400-WRITE-CARD-REQUEST
011170*  PEDE A REEMISSAO DO CARTAO DE TARIFAS DA ROTA PARA A VIGENCIA
011180*  RECEM-APROVADA (ATENDIDA PELO TABUADA, MODO C, ROTA "PEN").
011190******************************************************************
011200 7400-WRITE-CARD-REQUEST.
011210     MOVE PALT-NEW-IMAGE   TO WS-VIEW-DEPOIS
011220     MOVE SPACES           TO CARD-REQUEST-RECORD
011230     MOVE WS-VDR-CODIGO    TO CPD-ROTA
011240     MOVE WS-VDR-EFFECTIVE TO CPD-VIGENCIA
011250     MOVE WS-VDR-PRECO     TO CPD-PRECO
011260     MOVE PALT-PROGRAMA    TO CPD-ORIGEM
011270     MOVE PALT-SOLICITANTE TO CPD-OPERADOR
011280     MOVE RUN-STAMP-DATE   TO CPD-DATA
011290     MOVE RUN-STAMP-ID     TO CPD-RUN-ID
011300     MOVE "P"              TO CPD-SITUACAO
011310     WRITE CARD-REQUEST-RECORD.
