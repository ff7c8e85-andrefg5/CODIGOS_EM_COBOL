000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLIMANT.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - CADASTRO DE CLIENTES DE FRETAMENTO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  CLIMANT.CBL
000090*  CADASTRO DE CLIENTES DE FRETAMENTO (CLIFRET, COPYBOOK CLIFREC)
000100*  POR TRAS DO CODIGO DE GRUPO DO MANIFESTO E DAS FATURAS: NOME,
000110*  CONTATO DE COBRANCA, LIMITE DE CREDITO E PRAZO DE PAGAMENTO.
000120*  O VIAGEM RETEM A RESERVA DE GRUPO DE CLIENTE ACIMA DO LIMITE,
000130*  COM FATURA VENCIDA OU SEM CADASTRO (GRUPRET, COPYBOOK
000140*  GRUPRETREC), E O SUPERVISOR DECIDE AQUI. ESTE PROGRAMA:
000150*    I - INCLUI CLIENTE;
000160*    A - ALTERA CONTATO, TELEFONE, LIMITE E PRAZO;
000170*    E - ENCERRA CLIENTE (A RESERVA NOVA PASSA A SER RETIDA, AS
000180*        FATURAS ANTIGAS FICAM);
000190*    L - LISTA O CADASTRO COM O SALDO EM ABERTO DAS FATURAS;
000200*    R - MOSTRA AS RESERVAS RETIDAS E O SUPERVISOR (NIVEL 9 NO
000210*        OPAUTH) APROVA - O VIAGEM EMITE NA EXECUCAO SEGUINTE -
000220*        OU RECUSA CADA UMA.
000230*  CADA MUDANCA VAI PARA A TRILHA DE AUDITORIA COMPARTILHADA.
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CUSTOMER-FILE ASSIGN TO "CLIFRET"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS WS-CLI-FILE-STATUS.
000350     SELECT GROUP-HOLD-FILE ASSIGN TO "GRUPRET"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS WS-RET-FILE-STATUS.
000380     SELECT INVOICE-FILE ASSIGN TO "FATURAS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-FAT-FILE-STATUS.
000410     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CUSTOMER-FILE
000470     RECORDING MODE IS F.
000480     COPY CLIFREC.
000490 FD  GROUP-HOLD-FILE
000500     RECORDING MODE IS F.
000510     COPY GRUPRETREC.
000520 FD  INVOICE-FILE
000530     RECORDING MODE IS F.
000540     COPY FATURREC.
000550 FD  AUDIT-LOG-FILE
000560     RECORDING MODE IS F.
000570     COPY AUDITREC.
000580 WORKING-STORAGE SECTION.
000590 01  WS-SWITCHES.
000600     05  WS-CLI-FILE-STATUS      PIC X(02)   VALUE "00".
000610     05  WS-RET-FILE-STATUS      PIC X(02)   VALUE "00".
000620     05  WS-FAT-FILE-STATUS      PIC X(02)   VALUE "00".
000630     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000640     05  WS-CLI-EOF-SW           PIC X(01)   VALUE "N".
000650         88  WS-CLI-EOF                      VALUE "Y".
000660     05  WS-RET-EOF-SW           PIC X(01)   VALUE "N".
000670         88  WS-RET-EOF                      VALUE "Y".
000680     05  WS-FAT-EOF-SW           PIC X(01)   VALUE "N".
000690         88  WS-FAT-EOF                      VALUE "Y".
000700     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000710         88  WS-EXIT                         VALUE "Y".
000720     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000730         88  WS-SIGNON-VALID                 VALUE "Y".
000740     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000750         88  WS-FOUND                        VALUE "Y".
000760     05  WS-VALOR-VALID-SW       PIC X(01)   VALUE "N".
000770         88  WS-VALOR-VALID                  VALUE "Y".
000780 01  WS-MSG-CODE-WK              PIC X(08).
000790 01  WS-MSG-TEXT-WK              PIC X(60).
000800 01  WS-OPERATOR-ID              PIC X(08).
000810 01  WS-OPERATOR-PIN             PIC X(04).
000820 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000830 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000840     88  WS-AUTHORIZED                       VALUE "Y".
000850*  SUPERVISOR - NIVEL 9 CONFERIDO PELO OPAUTH NA HORA DA ACAO.
000860 01  WS-SUPERV-LEVEL             PIC 9(01)   VALUE 9.
000870 01  WS-SUPERV-SW                PIC X(01)   VALUE "N".
000880     88  WS-SUPERVISOR                       VALUE "Y".
000890 01  WS-ACAO                     PIC X(01).
000900 01  WS-DECISAO                  PIC X(01).
000910 01  WS-HOJE                     PIC X(08).
000920 01  WS-IN-ID                    PIC X(06).
000930 01  WS-IN-NOME                  PIC X(30).
000940 01  WS-IN-CONTATO               PIC X(30).
000950 01  WS-IN-TELEFONE              PIC X(15).
000960 01  WS-IN-VALOR                 PIC X(10).
000970 01  WS-IN-PRAZO                 PIC X(03).
000980 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
000990 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
001000 01  WS-LIMITE-NUM               PIC 9(07)V99.
001010 01  WS-PRAZO-NUM                PIC 9(03).
001020*  PRAZO DE PAGAMENTO QUANDO O OPERADOR DEIXA EM BRANCO - O MESMO
001030*  DO FATURA PARA GRUPO SEM CADASTRO.
001040 77  WS-PRAZO-PADRAO             PIC 9(03)   VALUE 30.
001050 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001060 01  WS-DECIDIDAS                PIC 9(03)   VALUE ZERO.
001070 01  WS-SCAN                     PIC 9(03).
001080 01  WS-SCAN2                    PIC 9(03).
001090 01  WS-VALOR-ED                 PIC ZZZZZZ9.99.
001100 01  WS-VALOR-ED2                PIC ZZZZZZ9.99.
001110 01  WS-PRAZO-ED                 PIC ZZ9.
001120 01  WS-MOTIVO-DESC              PIC X(16).
001130 01  WS-AUDIT-ACAO               PIC X(20).
001140
001150******************************************************************
001160*  CADASTRO CARREGADO EM MEMORIA; REGRAVADO INTEIRO NA SAIDA
001170*  (MESMO PADRAO DO COAMANT). O SALDO EM ABERTO E AS FATURAS
001180*  VENCIDAS VEM DO FATURAS, SO PARA A LISTAGEM.
001190******************************************************************
001200 01  WS-CL-TABLE.
001210     05  WS-CL-ENTRY OCCURS 100 TIMES
001220                     INDEXED BY WS-CL-IDX.
001230         10  WS-CL-ID            PIC X(06).
001240         10  WS-CL-NOME          PIC X(30).
001250         10  WS-CL-CONTATO       PIC X(30).
001260         10  WS-CL-TELEFONE      PIC X(15).
001270         10  WS-CL-LIMITE        PIC 9(07)V99.
001280         10  WS-CL-PRAZO         PIC 9(03).
001290         10  WS-CL-ATIVO         PIC X(01).
001300         10  WS-CL-ABERTO        PIC 9(09)V99.
001310         10  WS-CL-VENCIDAS      PIC 9(03).
001320 01  WS-CL-COUNT                 PIC 9(03)   VALUE ZERO.
001330 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001340     88  WS-OVERFLOW                         VALUE "Y".
001350
001360******************************************************************
001370*  RESERVAS DE GRUPO RETIDAS (GRUPRET), REGRAVADAS NA SAIDA SE
001380*  ALGUMA FOI DECIDIDA.
001390******************************************************************
001400 01  WS-RT-TABLE.
001410     05  WS-RT-ENTRY OCCURS 200 TIMES
001420                     INDEXED BY WS-RT-IDX.
001430         10  WS-RT-GRUPO         PIC X(06).
001440         10  WS-RT-TRIP          PIC X(12).
001450         10  WS-RT-DATA          PIC X(08).
001460         10  WS-RT-VALOR         PIC 9(07)V99.
001470         10  WS-RT-MOTIVO        PIC X(01).
001480         10  WS-RT-SITUACAO      PIC X(01).
001490         10  WS-RT-PEDIDO-DATA   PIC X(08).
001500         10  WS-RT-PEDIDO-ID     PIC X(08).
001510         10  WS-RT-DECISAO-DATA  PIC X(08).
001520         10  WS-RT-DECISAO-OPER  PIC X(08).
001530         10  WS-RT-MANIFESTO     PIC X(95).
001540 01  WS-RT-COUNT                 PIC 9(03)   VALUE ZERO.
001550 01  WS-RT-OVERFLOW-SW           PIC X(01)   VALUE "N".
001560     88  WS-RT-OVERFLOW                      VALUE "Y".
001570 01  WS-RT-CHANGED-SW            PIC X(01)   VALUE "N".
001580     88  WS-RT-CHANGED                       VALUE "Y".
001590
001600 PROCEDURE DIVISION.
001610
001620 0000-MAINLINE.
001630     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001640*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001650     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001660                         WS-AUTHORIZED-SW
001670     IF NOT WS-AUTHORIZED
001680         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001690         MOVE 8 TO RETURN-CODE
001700         STOP RUN
001710     END-IF
001720     CALL "OPAUTH" USING WS-OPERATOR-ID WS-SUPERV-LEVEL
001730                         WS-SUPERV-SW
001740     PERFORM 1000-INITIALIZE
001750     IF WS-OVERFLOW
001760         DISPLAY "CLIFRET MAIOR QUE A TABELA (100) - EXECUCAO"
001770                 " RECUSADA, NADA ALTERADO"
001780         MOVE 8 TO RETURN-CODE
001790         STOP RUN
001800     END-IF
001810     IF WS-RT-OVERFLOW
001820         DISPLAY "GRUPRET MAIOR QUE A TABELA (200) - EXECUCAO"
001830                 " RECUSADA, NADA ALTERADO"
001840         MOVE 8 TO RETURN-CODE
001850         STOP RUN
001860     END-IF
001870     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001880         UNTIL WS-EXIT
001890     PERFORM 3000-FINALIZE
001900     STOP RUN.
001910
001920******************************************************************
001930*  0010-SIGN-ON
001940*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001950*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001960******************************************************************
001970 0010-SIGN-ON.
001980     MOVE "N" TO WS-SIGNON-VALID-SW
001990     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002000         UNTIL WS-SIGNON-VALID.
002010 0010-EXIT.
002020     EXIT.
002030
002040 0020-PROMPT-SIGNON.
002050     MOVE "SGN-001" TO WS-MSG-CODE-WK
002060     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002070     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002080     ACCEPT WS-OPERATOR-ID
002090     MOVE "SGN-002" TO WS-MSG-CODE-WK
002100     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002110     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002120     ACCEPT WS-OPERATOR-PIN
002130     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002140                           WS-SIGNON-VALID-SW
002150     IF NOT WS-SIGNON-VALID
002160         MOVE "SGN-003" TO WS-MSG-CODE-WK
002170         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002180         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002190     END-IF.
002200 0020-EXIT.
002210     EXIT.
002220
002230******************************************************************
002240*  1000-INITIALIZE
002250*  CARREGA O CADASTRO, SOMA AS FATURAS EM ABERTO POR CLIENTE,
002260*  CARREGA AS RESERVAS RETIDAS E ABRE A AUDITORIA.
002270******************************************************************
002280 1000-INITIALIZE.
002290     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002300     OPEN INPUT CUSTOMER-FILE
002310     IF WS-CLI-FILE-STATUS NOT = "00"
002320         MOVE "Y" TO WS-CLI-EOF-SW
002330     ELSE
002340         PERFORM 1100-LOAD-CLIENTE THRU 1100-EXIT
002350             UNTIL WS-CLI-EOF
002360         CLOSE CUSTOMER-FILE
002370     END-IF
002380     OPEN INPUT INVOICE-FILE
002390     IF WS-FAT-FILE-STATUS NOT = "00"
002400         MOVE "Y" TO WS-FAT-EOF-SW
002410     ELSE
002420         PERFORM 1200-SOMA-FATURA THRU 1200-EXIT
002430             UNTIL WS-FAT-EOF
002440         CLOSE INVOICE-FILE
002450     END-IF
002460     OPEN INPUT GROUP-HOLD-FILE
002470     IF WS-RET-FILE-STATUS NOT = "00"
002480         MOVE "Y" TO WS-RET-EOF-SW
002490     ELSE
002500         PERFORM 1300-LOAD-RETIDA THRU 1300-EXIT
002510             UNTIL WS-RET-EOF
002520         CLOSE GROUP-HOLD-FILE
002530     END-IF
002540     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002550
002560 1100-LOAD-CLIENTE.
002570     READ CUSTOMER-FILE
002580         AT END
002590             MOVE "Y" TO WS-CLI-EOF-SW
002600             GO TO 1100-EXIT
002610     END-READ
002620     IF WS-CL-COUNT >= 100
002630         MOVE "Y" TO WS-OVERFLOW-SW
002640         GO TO 1100-EXIT
002650     END-IF
002660     ADD 1 TO WS-CL-COUNT
002670     SET WS-CL-IDX TO WS-CL-COUNT
002680     MOVE CLI-ID       TO WS-CL-ID(WS-CL-IDX)
002690     MOVE CLI-NOME     TO WS-CL-NOME(WS-CL-IDX)
002700     MOVE CLI-CONTATO  TO WS-CL-CONTATO(WS-CL-IDX)
002710     MOVE CLI-TELEFONE TO WS-CL-TELEFONE(WS-CL-IDX)
002720     MOVE CLI-LIMITE   TO WS-CL-LIMITE(WS-CL-IDX)
002730     MOVE CLI-PRAZO    TO WS-CL-PRAZO(WS-CL-IDX)
002740     MOVE CLI-ATIVO    TO WS-CL-ATIVO(WS-CL-IDX)
002750     MOVE ZERO         TO WS-CL-ABERTO(WS-CL-IDX)
002760     MOVE ZERO         TO WS-CL-VENCIDAS(WS-CL-IDX).
002770 1100-EXIT.
002780     EXIT.
002790
002800 1200-SOMA-FATURA.
002810     READ INVOICE-FILE
002820         AT END
002830             MOVE "Y" TO WS-FAT-EOF-SW
002840             GO TO 1200-EXIT
002850     END-READ
002860     IF NOT FAT-ABERTA
002870         GO TO 1200-EXIT
002880     END-IF
002890     MOVE FAT-GRUPO-ID TO WS-IN-ID
002900     MOVE "N" TO WS-FOUND-SW
002910     PERFORM 2150-MATCH-CLIENTE THRU 2150-EXIT
002920         VARYING WS-SCAN FROM 1 BY 1
002930         UNTIL WS-SCAN > WS-CL-COUNT OR WS-FOUND
002940     IF NOT WS-FOUND
002950         GO TO 1200-EXIT
002960     END-IF
002970     ADD FAT-VALOR TO WS-CL-ABERTO(WS-CL-IDX)
002980     IF FAT-VENCIMENTO NOT = SPACES
002990         AND FAT-VENCIMENTO < WS-HOJE
003000         ADD 1 TO WS-CL-VENCIDAS(WS-CL-IDX)
003010     END-IF.
003020 1200-EXIT.
003030     EXIT.
003040
003050 1300-LOAD-RETIDA.
003060     READ GROUP-HOLD-FILE
003070         AT END
003080             MOVE "Y" TO WS-RET-EOF-SW
003090             GO TO 1300-EXIT
003100     END-READ
003110     IF WS-RT-COUNT >= 200
003120         MOVE "Y" TO WS-RT-OVERFLOW-SW
003130         GO TO 1300-EXIT
003140     END-IF
003150     ADD 1 TO WS-RT-COUNT
003160     SET WS-RT-IDX TO WS-RT-COUNT
003170     MOVE RET-GRUPO-ID     TO WS-RT-GRUPO(WS-RT-IDX)
003180     MOVE RET-TRIP-ID      TO WS-RT-TRIP(WS-RT-IDX)
003190     MOVE RET-DATA         TO WS-RT-DATA(WS-RT-IDX)
003200     MOVE RET-VALOR        TO WS-RT-VALOR(WS-RT-IDX)
003210     MOVE RET-MOTIVO       TO WS-RT-MOTIVO(WS-RT-IDX)
003220     MOVE RET-SITUACAO     TO WS-RT-SITUACAO(WS-RT-IDX)
003230     MOVE RET-PEDIDO-DATA  TO WS-RT-PEDIDO-DATA(WS-RT-IDX)
003240     MOVE RET-PEDIDO-ID    TO WS-RT-PEDIDO-ID(WS-RT-IDX)
003250     MOVE RET-DECISAO-DATA TO WS-RT-DECISAO-DATA(WS-RT-IDX)
003260     MOVE RET-DECISAO-OPER TO WS-RT-DECISAO-OPER(WS-RT-IDX)
003270     MOVE RET-MANIFESTO    TO WS-RT-MANIFESTO(WS-RT-IDX).
003280 1300-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320*  0100-OPEN-AUDIT-LOG-FILE
003330*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003340*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003350******************************************************************
003360 0100-OPEN-AUDIT-LOG-FILE.
003370     OPEN EXTEND AUDIT-LOG-FILE
003380     IF WS-AUDIT-FILE-STATUS = "35"
003390         OPEN OUTPUT AUDIT-LOG-FILE
003400         CLOSE AUDIT-LOG-FILE
003410         OPEN EXTEND AUDIT-LOG-FILE
003420     END-IF.
003430
003440******************************************************************
003450*  2000-SHOW-MENU
003460*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
003470******************************************************************
003480 2000-SHOW-MENU.
003490     DISPLAY " "
003500     DISPLAY "CLIENTES DE FRETAMENTO - ESCOLHA A ACAO:"
003510     DISPLAY "  I - INCLUIR CLIENTE"
003520     DISPLAY "  A - ALTERAR CLIENTE"
003530     DISPLAY "  E - ENCERRAR CLIENTE"
003540     DISPLAY "  L - LISTAR O CADASTRO"
003550     DISPLAY "  R - RESERVAS RETIDAS POR CREDITO (SUPERVISOR)"
003560     DISPLAY "  X - SAIR E GRAVAR"
003570     ACCEPT WS-ACAO
003580     EVALUATE WS-ACAO
003590         WHEN "I"
003600         WHEN "i"
003610             PERFORM 2100-INCLUDE-CLIENTE THRU 2100-EXIT
003620         WHEN "A"
003630         WHEN "a"
003640             PERFORM 2300-ALTERA-CLIENTE THRU 2300-EXIT
003650         WHEN "E"
003660         WHEN "e"
003670             PERFORM 2500-ENCERRA-CLIENTE THRU 2500-EXIT
003680         WHEN "L"
003690         WHEN "l"
003700             PERFORM 2600-LIST-CLIENTES THRU 2600-EXIT
003710         WHEN "R"
003720         WHEN "r"
003730             PERFORM 2700-DECIDE-RETIDAS THRU 2700-EXIT
003740         WHEN "X"
003750         WHEN "x"
003760             MOVE "Y" TO WS-EXIT-SW
003770         WHEN OTHER
003780             DISPLAY "ACAO INVALIDA"
003790     END-EVALUATE.
003800 2000-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840*  2100-INCLUDE-CLIENTE
003850*  INCLUI UM CLIENTE NOVO PELO CODIGO DO GRUPO. CODIGO DUPLICADO E
003860*  RECUSADO. O LIMITE DE CREDITO SO O SUPERVISOR DA - INCLUIDO
003870*  PELO OPERADOR, O CLIENTE FICA COM LIMITE ZERO (TODA RESERVA
003880*  RETIDA) ATE O SUPERVISOR ALTERAR.
003890******************************************************************
003900 2100-INCLUDE-CLIENTE.
003910     IF WS-CL-COUNT >= 100
003920         DISPLAY "CADASTRO CHEIO - ENCERRE CLIENTES ANTIGOS"
003930         GO TO 2100-EXIT
003940     END-IF
003950     DISPLAY "CODIGO DO GRUPO DO CLIENTE (6 POSICOES):"
003960     ACCEPT WS-IN-ID
003970     IF WS-IN-ID = SPACES
003980         DISPLAY "CODIGO OBRIGATORIO"
003990         GO TO 2100-EXIT
004000     END-IF
004010     MOVE "N" TO WS-FOUND-SW
004020     PERFORM 2150-MATCH-CLIENTE THRU 2150-EXIT
004030         VARYING WS-SCAN FROM 1 BY 1
004040         UNTIL WS-SCAN > WS-CL-COUNT OR WS-FOUND
004050     IF WS-FOUND
004060         DISPLAY "CLIENTE JA CADASTRADO"
004070         GO TO 2100-EXIT
004080     END-IF
004090     DISPLAY "NOME DO CLIENTE:"
004100     ACCEPT WS-IN-NOME
004110     IF WS-IN-NOME = SPACES
004120         DISPLAY "NOME OBRIGATORIO - INCLUSAO CANCELADA"
004130         GO TO 2100-EXIT
004140     END-IF
004150     DISPLAY "CONTATO DE COBRANCA:"
004160     ACCEPT WS-IN-CONTATO
004170     DISPLAY "TELEFONE:"
004180     ACCEPT WS-IN-TELEFONE
004190     MOVE ZERO TO WS-LIMITE-NUM
004200     IF WS-SUPERVISOR
004210         DISPLAY "LIMITE DE CREDITO (CENTAVOS, EX. 0500000 ="
004220                 " R$5000,00):"
004230         ACCEPT WS-IN-VALOR
004240         CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-YES
004250                               WS-VALOR-VALID-SW
004260         IF NOT WS-VALOR-VALID
004270             DISPLAY "LIMITE INVALIDO - INCLUSAO CANCELADA"
004280             GO TO 2100-EXIT
004290         END-IF
004300         COMPUTE WS-LIMITE-NUM =
004310             FUNCTION NUMVAL(WS-IN-VALOR) / 100
004320     ELSE
004330         DISPLAY "LIMITE DE CREDITO E DO SUPERVISOR - CLIENTE"
004340                 " INCLUIDO COM LIMITE ZERO"
004350     END-IF
004360     DISPLAY "PRAZO DE PAGAMENTO EM DIAS (BRANCO = 30):"
004370     ACCEPT WS-IN-PRAZO
004380     PERFORM 2180-VALIDA-PRAZO THRU 2180-EXIT
004390     IF NOT WS-VALOR-VALID
004400         DISPLAY "PRAZO INVALIDO - INCLUSAO CANCELADA"
004410         GO TO 2100-EXIT
004420     END-IF
004430     ADD 1 TO WS-CL-COUNT
004440     SET WS-CL-IDX TO WS-CL-COUNT
004450     MOVE WS-IN-ID       TO WS-CL-ID(WS-CL-IDX)
004460     MOVE WS-IN-NOME     TO WS-CL-NOME(WS-CL-IDX)
004470     MOVE WS-IN-CONTATO  TO WS-CL-CONTATO(WS-CL-IDX)
004480     MOVE WS-IN-TELEFONE TO WS-CL-TELEFONE(WS-CL-IDX)
004490     MOVE WS-LIMITE-NUM  TO WS-CL-LIMITE(WS-CL-IDX)
004500     MOVE WS-PRAZO-NUM   TO WS-CL-PRAZO(WS-CL-IDX)
004510     MOVE "A"            TO WS-CL-ATIVO(WS-CL-IDX)
004520     MOVE ZERO           TO WS-CL-ABERTO(WS-CL-IDX)
004530     MOVE ZERO           TO WS-CL-VENCIDAS(WS-CL-IDX)
004540     ADD 1 TO WS-CHANGE-COUNT
004550     MOVE "INCLUSAO" TO WS-AUDIT-ACAO
004560     PERFORM 7000-WRITE-AUDIT-CLIENTE
004570     DISPLAY "CLIENTE INCLUIDO".
004580 2100-EXIT.
004590     EXIT.
004600
004610 2150-MATCH-CLIENTE.
004620     SET WS-CL-IDX TO WS-SCAN
004630     IF WS-CL-ID(WS-CL-IDX) = WS-IN-ID
004640         MOVE "Y" TO WS-FOUND-SW
004650     END-IF.
004660 2150-EXIT.
004670     EXIT.
004680
004690*    PRAZO EM BRANCO = PADRAO; DIGITADO, TEM DE SER NUMERICO E NAO
004700*    ZERO. O RESULTADO FICA EM WS-PRAZO-NUM.
004710 2180-VALIDA-PRAZO.
004720     MOVE "Y" TO WS-VALOR-VALID-SW
004730     IF WS-IN-PRAZO = SPACES
004740         MOVE WS-PRAZO-PADRAO TO WS-PRAZO-NUM
004750         GO TO 2180-EXIT
004760     END-IF
004770     MOVE SPACES TO WS-IN-VALOR
004780     MOVE WS-IN-PRAZO TO WS-IN-VALOR
004790     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-NO
004800                           WS-VALOR-VALID-SW
004810     IF WS-VALOR-VALID
004820         COMPUTE WS-PRAZO-NUM = FUNCTION NUMVAL(WS-IN-VALOR)
004830     END-IF.
004840 2180-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*  2300-ALTERA-CLIENTE
004890*  ALTERA CONTATO, TELEFONE, PRAZO E (SO O SUPERVISOR) LIMITE DE
004900*  UM CLIENTE. CAMPO EM BRANCO FICA COMO ESTA.
004910******************************************************************
004920 2300-ALTERA-CLIENTE.
004930     DISPLAY "CODIGO DO GRUPO DO CLIENTE A ALTERAR:"
004940     ACCEPT WS-IN-ID
004950     MOVE "N" TO WS-FOUND-SW
004960     PERFORM 2150-MATCH-CLIENTE THRU 2150-EXIT
004970         VARYING WS-SCAN FROM 1 BY 1
004980         UNTIL WS-SCAN > WS-CL-COUNT OR WS-FOUND
004990     IF NOT WS-FOUND
005000         DISPLAY "CLIENTE NAO ENCONTRADO"
005010         GO TO 2300-EXIT
005020     END-IF
005030     PERFORM 2650-MOSTRA-CLIENTE THRU 2650-EXIT
005040     DISPLAY "CONTATO DE COBRANCA (BRANCO = MANTEM):"
005050     ACCEPT WS-IN-CONTATO
005060     DISPLAY "TELEFONE (BRANCO = MANTEM):"
005070     ACCEPT WS-IN-TELEFONE
005080     MOVE WS-CL-LIMITE(WS-CL-IDX) TO WS-LIMITE-NUM
005090     IF WS-SUPERVISOR
005100         DISPLAY "LIMITE DE CREDITO EM CENTAVOS"
005110                 " (BRANCO = MANTEM):"
005120         ACCEPT WS-IN-VALOR
005130         IF WS-IN-VALOR NOT = SPACES
005140             CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-YES
005150                                   WS-VALOR-VALID-SW
005160             IF NOT WS-VALOR-VALID
005170                 DISPLAY "LIMITE INVALIDO - ALTERACAO CANCELADA"
005180                 GO TO 2300-EXIT
005190             END-IF
005200             COMPUTE WS-LIMITE-NUM =
005210                 FUNCTION NUMVAL(WS-IN-VALOR) / 100
005220         END-IF
005230     END-IF
005240     MOVE WS-CL-PRAZO(WS-CL-IDX) TO WS-PRAZO-NUM
005250     DISPLAY "PRAZO DE PAGAMENTO EM DIAS (BRANCO = MANTEM):"
005260     ACCEPT WS-IN-PRAZO
005270     IF WS-IN-PRAZO NOT = SPACES
005280         PERFORM 2180-VALIDA-PRAZO THRU 2180-EXIT
005290         IF NOT WS-VALOR-VALID
005300             DISPLAY "PRAZO INVALIDO - ALTERACAO CANCELADA"
005310             GO TO 2300-EXIT
005320         END-IF
005330     END-IF
005340     IF WS-IN-CONTATO NOT = SPACES
005350         MOVE WS-IN-CONTATO TO WS-CL-CONTATO(WS-CL-IDX)
005360     END-IF
005370     IF WS-IN-TELEFONE NOT = SPACES
005380         MOVE WS-IN-TELEFONE TO WS-CL-TELEFONE(WS-CL-IDX)
005390     END-IF
005400     MOVE WS-LIMITE-NUM TO WS-CL-LIMITE(WS-CL-IDX)
005410     MOVE WS-PRAZO-NUM  TO WS-CL-PRAZO(WS-CL-IDX)
005420     ADD 1 TO WS-CHANGE-COUNT
005430     MOVE "ALTERACAO" TO WS-AUDIT-ACAO
005440     PERFORM 7000-WRITE-AUDIT-CLIENTE
005450     DISPLAY "CLIENTE ALTERADO".
005460 2300-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500*  2500-ENCERRA-CLIENTE
005510*  ENCERRA UM CLIENTE (SITUACAO "E"): A RESERVA NOVA DO GRUPO
005520*  PASSA A SER RETIDA, MAS AS FATURAS ANTIGAS FICAM INTOCADAS.
005530******************************************************************
005540 2500-ENCERRA-CLIENTE.
005550     DISPLAY "CODIGO DO GRUPO DO CLIENTE A ENCERRAR:"
005560     ACCEPT WS-IN-ID
005570     MOVE "N" TO WS-FOUND-SW
005580     PERFORM 2150-MATCH-CLIENTE THRU 2150-EXIT
005590         VARYING WS-SCAN FROM 1 BY 1
005600         UNTIL WS-SCAN > WS-CL-COUNT OR WS-FOUND
005610     IF NOT WS-FOUND
005620         DISPLAY "CLIENTE NAO ENCONTRADO"
005630         GO TO 2500-EXIT
005640     END-IF
005650     MOVE "E" TO WS-CL-ATIVO(WS-CL-IDX)
005660     ADD 1 TO WS-CHANGE-COUNT
005670     MOVE "ENCERRAMENTO" TO WS-AUDIT-ACAO
005680     PERFORM 7000-WRITE-AUDIT-CLIENTE
005690     DISPLAY "CLIENTE ENCERRADO".
005700 2500-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740*  2600-LIST-CLIENTES
005750*  LISTA O CADASTRO COM O SALDO EM ABERTO E AS FATURAS VENCIDAS
005760*  DE CADA CLIENTE.
005770******************************************************************
005780 2600-LIST-CLIENTES.
005790     PERFORM 2610-LIST-ONE THRU 2610-EXIT
005800         VARYING WS-SCAN FROM 1 BY 1
005810         UNTIL WS-SCAN > WS-CL-COUNT.
005820 2600-EXIT.
005830     EXIT.
005840
005850 2610-LIST-ONE.
005860     SET WS-CL-IDX TO WS-SCAN
005870     PERFORM 2650-MOSTRA-CLIENTE THRU 2650-EXIT.
005880 2610-EXIT.
005890     EXIT.
005900
005910 2650-MOSTRA-CLIENTE.
005920     MOVE WS-CL-LIMITE(WS-CL-IDX) TO WS-VALOR-ED
005930     MOVE WS-CL-ABERTO(WS-CL-IDX) TO WS-VALOR-ED2
005940     MOVE WS-CL-PRAZO(WS-CL-IDX)  TO WS-PRAZO-ED
005950     DISPLAY WS-CL-ID(WS-CL-IDX) " " WS-CL-NOME(WS-CL-IDX) " "
005960             WS-CL-ATIVO(WS-CL-IDX)
005970     DISPLAY "   A/C " WS-CL-CONTATO(WS-CL-IDX) " "
005980             WS-CL-TELEFONE(WS-CL-IDX)
005990     DISPLAY "   LIMITE R$" WS-VALOR-ED " ABERTO R$" WS-VALOR-ED2
006000             " PRAZO " WS-PRAZO-ED " VENCIDAS "
006010             WS-CL-VENCIDAS(WS-CL-IDX).
006020 2650-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060*  2700-DECIDE-RETIDAS
006070*  MOSTRA CADA RESERVA DE GRUPO RETIDA POR CREDITO E O SUPERVISOR
006080*  APROVA (O VIAGEM EMITE NA EXECUCAO SEGUINTE, SEM NOVA CONSULTA
006090*  DE CREDITO), RECUSA OU DEIXA PARA DEPOIS.
006100******************************************************************
006110 2700-DECIDE-RETIDAS.
006120     IF NOT WS-SUPERVISOR
006130         DISPLAY "ACAO RESERVADA AO SUPERVISOR (NIVEL 9)"
006140         GO TO 2700-EXIT
006150     END-IF
006160     MOVE ZERO TO WS-DECIDIDAS
006170     PERFORM 2750-DECIDE-UMA THRU 2750-EXIT
006180         VARYING WS-SCAN2 FROM 1 BY 1
006190         UNTIL WS-SCAN2 > WS-RT-COUNT
006200     DISPLAY "RESERVAS DECIDIDAS: " WS-DECIDIDAS.
006210 2700-EXIT.
006220     EXIT.
006230
006240 2750-DECIDE-UMA.
006250     SET WS-RT-IDX TO WS-SCAN2
006260     IF WS-RT-SITUACAO(WS-RT-IDX) NOT = "R"
006270         GO TO 2750-EXIT
006280     END-IF
006290     EVALUATE WS-RT-MOTIVO(WS-RT-IDX)
006300         WHEN "L"
006310             MOVE "ACIMA DO LIMITE" TO WS-MOTIVO-DESC
006320         WHEN "V"
006330             MOVE "FATURA VENCIDA"  TO WS-MOTIVO-DESC
006340         WHEN OTHER
006350             MOVE "SEM CADASTRO"    TO WS-MOTIVO-DESC
006360     END-EVALUATE
006370     MOVE WS-RT-VALOR(WS-RT-IDX) TO WS-VALOR-ED
006380     DISPLAY " "
006390     DISPLAY "GRUPO " WS-RT-GRUPO(WS-RT-IDX)
006400             " PARTIDA " WS-RT-TRIP(WS-RT-IDX)
006410             " DIA " WS-RT-DATA(WS-RT-IDX)
006420     DISPLAY "   VALOR R$" WS-VALOR-ED " MOTIVO " WS-MOTIVO-DESC
006430             " RETIDA EM " WS-RT-PEDIDO-DATA(WS-RT-IDX)
006440     MOVE WS-RT-GRUPO(WS-RT-IDX) TO WS-IN-ID
006450     MOVE "N" TO WS-FOUND-SW
006460     PERFORM 2150-MATCH-CLIENTE THRU 2150-EXIT
006470         VARYING WS-SCAN FROM 1 BY 1
006480         UNTIL WS-SCAN > WS-CL-COUNT OR WS-FOUND
006490     IF WS-FOUND
006500         PERFORM 2650-MOSTRA-CLIENTE THRU 2650-EXIT
006510     END-IF
006520     DISPLAY "A = APROVAR, X = RECUSAR, BRANCO = DEIXAR RETIDA:"
006530     ACCEPT WS-DECISAO
006540     EVALUATE WS-DECISAO
006550         WHEN "A"
006560         WHEN "a"
006570             MOVE "A" TO WS-RT-SITUACAO(WS-RT-IDX)
006580             MOVE "APROVACAO RESERVA" TO WS-AUDIT-ACAO
006590         WHEN "X"
006600         WHEN "x"
006610             MOVE "X" TO WS-RT-SITUACAO(WS-RT-IDX)
006620             MOVE "RECUSA RESERVA" TO WS-AUDIT-ACAO
006630         WHEN OTHER
006640             GO TO 2750-EXIT
006650     END-EVALUATE
006660     MOVE WS-HOJE        TO WS-RT-DECISAO-DATA(WS-RT-IDX)
006670     MOVE WS-OPERATOR-ID TO WS-RT-DECISAO-OPER(WS-RT-IDX)
006680     MOVE "Y" TO WS-RT-CHANGED-SW
006690     ADD 1 TO WS-DECIDIDAS
006700     PERFORM 7100-WRITE-AUDIT-RETIDA.
006710 2750-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750*  3000-FINALIZE
006760*  REGRAVA O CADASTRO INTEIRO E, SE ALGUMA FOI DECIDIDA, AS
006770*  RESERVAS RETIDAS; FECHA A AUDITORIA.
006780******************************************************************
006790 3000-FINALIZE.
006800     OPEN OUTPUT CUSTOMER-FILE
006810     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
006820         VARYING WS-SCAN FROM 1 BY 1
006830         UNTIL WS-SCAN > WS-CL-COUNT
006840     CLOSE CUSTOMER-FILE
006850     IF WS-RT-CHANGED
006860         OPEN OUTPUT GROUP-HOLD-FILE
006870         PERFORM 3200-WRITE-RETIDA THRU 3200-EXIT
006880             VARYING WS-SCAN FROM 1 BY 1
006890             UNTIL WS-SCAN > WS-RT-COUNT
006900         CLOSE GROUP-HOLD-FILE
006910     END-IF
006920     CLOSE AUDIT-LOG-FILE
006930     DISPLAY "CADASTRO GRAVADO - ALTERACOES: " WS-CHANGE-COUNT.
006940
006950 3100-WRITE-ONE.
006960     SET WS-CL-IDX TO WS-SCAN
006970     MOVE SPACES                     TO CHARTER-CUSTOMER-RECORD
006980     MOVE WS-CL-ID(WS-CL-IDX)        TO CLI-ID
006990     MOVE WS-CL-NOME(WS-CL-IDX)      TO CLI-NOME
007000     MOVE WS-CL-CONTATO(WS-CL-IDX)   TO CLI-CONTATO
007010     MOVE WS-CL-TELEFONE(WS-CL-IDX)  TO CLI-TELEFONE
007020     MOVE WS-CL-LIMITE(WS-CL-IDX)    TO CLI-LIMITE
007030     MOVE WS-CL-PRAZO(WS-CL-IDX)     TO CLI-PRAZO
007040     MOVE WS-CL-ATIVO(WS-CL-IDX)     TO CLI-ATIVO
007050     WRITE CHARTER-CUSTOMER-RECORD.
007060 3100-EXIT.
007070     EXIT.
007080
007090 3200-WRITE-RETIDA.
007100     SET WS-RT-IDX TO WS-SCAN
007110     MOVE SPACES                         TO GROUP-HOLD-RECORD
007120     MOVE WS-RT-GRUPO(WS-RT-IDX)         TO RET-GRUPO-ID
007130     MOVE WS-RT-TRIP(WS-RT-IDX)          TO RET-TRIP-ID
007140     MOVE WS-RT-DATA(WS-RT-IDX)          TO RET-DATA
007150     MOVE WS-RT-VALOR(WS-RT-IDX)         TO RET-VALOR
007160     MOVE WS-RT-MOTIVO(WS-RT-IDX)        TO RET-MOTIVO
007170     MOVE WS-RT-SITUACAO(WS-RT-IDX)      TO RET-SITUACAO
007180     MOVE WS-RT-PEDIDO-DATA(WS-RT-IDX)   TO RET-PEDIDO-DATA
007190     MOVE WS-RT-PEDIDO-ID(WS-RT-IDX)     TO RET-PEDIDO-ID
007200     MOVE WS-RT-DECISAO-DATA(WS-RT-IDX)  TO RET-DECISAO-DATA
007210     MOVE WS-RT-DECISAO-OPER(WS-RT-IDX)  TO RET-DECISAO-OPER
007220     MOVE WS-RT-MANIFESTO(WS-RT-IDX)     TO RET-MANIFESTO
007230     WRITE GROUP-HOLD-RECORD.
007240 3200-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*  7000-WRITE-AUDIT-CLIENTE
007290*  GRAVA A INCLUSAO, ALTERACAO OU ENCERRAMENTO DE CLIENTE NA
007300*  TRILHA DE AUDITORIA, COM O LIMITE E O PRAZO QUE FICARAM.
007310******************************************************************
007320 7000-WRITE-AUDIT-CLIENTE.
007330     MOVE "CLIMANT"          TO AUDIT-PROGRAM-ID
007340     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007350     ACCEPT AUDIT-TIME FROM TIME
007360     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007370     MOVE WS-IN-ID            TO AUDIT-KEY
007380     MOVE WS-CL-LIMITE(WS-CL-IDX) TO WS-VALOR-ED
007390     MOVE WS-CL-PRAZO(WS-CL-IDX)  TO WS-PRAZO-ED
007400     MOVE SPACES              TO AUDIT-DETAIL
007410     STRING WS-AUDIT-ACAO DELIMITED BY SPACE
007420            " LIMITE R$" WS-VALOR-ED " PRAZO " WS-PRAZO-ED
007430            DELIMITED BY SIZE INTO AUDIT-DETAIL
007440     CALL "AUDITWR" USING AUDIT-RECORD.
007450
007460******************************************************************
007470*  7100-WRITE-AUDIT-RETIDA
007480*  GRAVA A DECISAO DO SUPERVISOR SOBRE A RESERVA RETIDA.
007490******************************************************************
007500 7100-WRITE-AUDIT-RETIDA.
007510     MOVE "CLIMANT"          TO AUDIT-PROGRAM-ID
007520     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007530     ACCEPT AUDIT-TIME FROM TIME
007540     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007550     MOVE WS-RT-GRUPO(WS-RT-IDX) TO AUDIT-KEY
007560     MOVE WS-RT-VALOR(WS-RT-IDX) TO WS-VALOR-ED
007570     MOVE SPACES              TO AUDIT-DETAIL
007580     STRING WS-AUDIT-ACAO DELIMITED BY "  "
007590            " " WS-RT-TRIP(WS-RT-IDX) " " WS-RT-DATA(WS-RT-IDX)
007600            " R$" WS-VALOR-ED
007610            DELIMITED BY SIZE INTO AUDIT-DETAIL
007620     CALL "AUDITWR" USING AUDIT-RECORD.
