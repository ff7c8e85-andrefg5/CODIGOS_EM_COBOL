000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FORNMANT.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  CONTABILIDADE - CADASTRO DE FORNECEDORES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  FORNMANT.CBL
000090*  CADASTRO DE FORNECEDORES (FORNMAST, COPYBOOK FORNREC) POR TRAS
000100*  DAS NOTAS DO CONTAS A PAGAR (CONTPAG): NOME, CNPJ, CONTA DE
000110*  DESPESA PADRAO (CONFERIDA NO COAMAST), PRAZO DE PAGAMENTO E
000120*  DADOS BANCARIOS. ESTE PROGRAMA:
000130*    I - INCLUI FORNECEDOR;
000140*    A - ALTERA CONTA PADRAO, PRAZO E DADOS BANCARIOS;
000150*    E - ENCERRA FORNECEDOR (NAO RECEBE NOTA NOVA, AS EM ABERTO
000160*        CONTINUAM SENDO PAGAS);
000170*    L - LISTA O CADASTRO COM O SALDO EM ABERTO DAS NOTAS.
000180*  OS DADOS BANCARIOS SO O SUPERVISOR (NIVEL 9 NO OPAUTH) INFORMA
000190*  OU ALTERA - E PARA ONDE VAI O DINHEIRO DA RODADA DE PAGAMENTO.
000200*  CADA MUDANCA VAI PARA A TRILHA DE AUDITORIA COMPARTILHADA.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SUPPLIER-FILE ASSIGN TO "FORNMAST"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS  IS WS-FOR-FILE-STATUS.
000320     SELECT PAYABLE-FILE ASSIGN TO "CONTPAG"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS WS-CPG-FILE-STATUS.
000350     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "COAMAST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS WS-COA-FILE-STATUS.
000380     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  SUPPLIER-FILE
000440     RECORDING MODE IS F.
000450     COPY FORNREC.
000460 FD  PAYABLE-FILE
000470     RECORDING MODE IS F.
000480     COPY CPAGREC.
000490 FD  ACCOUNT-MASTER-FILE
000500     RECORDING MODE IS F.
000510     COPY COAREC.
000520 FD  AUDIT-LOG-FILE
000530     RECORDING MODE IS F.
000540     COPY AUDITREC.
000550 WORKING-STORAGE SECTION.
000560 01  WS-SWITCHES.
000570     05  WS-FOR-FILE-STATUS      PIC X(02)   VALUE "00".
000580     05  WS-CPG-FILE-STATUS      PIC X(02)   VALUE "00".
000590     05  WS-COA-FILE-STATUS      PIC X(02)   VALUE "00".
000600     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000610     05  WS-FOR-EOF-SW           PIC X(01)   VALUE "N".
000620         88  WS-FOR-EOF                      VALUE "Y".
000630     05  WS-CPG-EOF-SW           PIC X(01)   VALUE "N".
000640         88  WS-CPG-EOF                      VALUE "Y".
000650     05  WS-COA-EOF-SW           PIC X(01)   VALUE "N".
000660         88  WS-COA-EOF                      VALUE "Y".
000670     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000680         88  WS-EXIT                         VALUE "Y".
000690     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000700         88  WS-SIGNON-VALID                 VALUE "Y".
000710     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000720         88  WS-FOUND                        VALUE "Y".
000730     05  WS-VALOR-VALID-SW       PIC X(01)   VALUE "N".
000740         88  WS-VALOR-VALID                  VALUE "Y".
000750     05  WS-COA-OK-SW            PIC X(01)   VALUE "N".
000760         88  WS-COA-OK                       VALUE "Y".
000770 01  WS-MSG-CODE-WK              PIC X(08).
000780 01  WS-MSG-TEXT-WK              PIC X(60).
000790 01  WS-OPERATOR-ID              PIC X(08).
000800 01  WS-OPERATOR-PIN             PIC X(04).
000810 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000820 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000830     88  WS-AUTHORIZED                       VALUE "Y".
000840*  SUPERVISOR - NIVEL 9 CONFERIDO PELO OPAUTH NA HORA DA ACAO.
000850 01  WS-SUPERV-LEVEL             PIC 9(01)   VALUE 9.
000860 01  WS-SUPERV-SW                PIC X(01)   VALUE "N".
000870     88  WS-SUPERVISOR                       VALUE "Y".
000880 01  WS-ACAO                     PIC X(01).
000890 01  WS-HOJE                     PIC X(08).
000900 01  WS-IN-ID                    PIC X(06).
000910 01  WS-IN-NOME                  PIC X(30).
000920 01  WS-IN-CNPJ                  PIC X(14).
000930 01  WS-IN-ACCOUNT               PIC X(08).
000940 01  WS-IN-BANCO                 PIC X(30).
000950 01  WS-IN-VALOR                 PIC X(10).
000960 01  WS-IN-PRAZO                 PIC X(03).
000970 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
000980 01  WS-PRAZO-NUM                PIC 9(03).
000990*  PRAZO DE PAGAMENTO QUANDO O OPERADOR DEIXA EM BRANCO.
001000 77  WS-PRAZO-PADRAO             PIC 9(03)   VALUE 30.
001010 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001020 01  WS-SCAN                     PIC 9(03).
001030 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.99.
001040 01  WS-PRAZO-ED                 PIC ZZ9.
001050 01  WS-AUDIT-ACAO               PIC X(20).
001060
001070******************************************************************
001080*  CADASTRO CARREGADO EM MEMORIA; REGRAVADO INTEIRO NA SAIDA
001090*  (MESMO PADRAO DO CLIMANT). O SALDO EM ABERTO E AS NOTAS
001100*  VENCIDAS VEM DO CONTPAG, SO PARA A LISTAGEM.
001110******************************************************************
001120 01  WS-FO-TABLE.
001130     05  WS-FO-ENTRY OCCURS 200 TIMES
001140                     INDEXED BY WS-FO-IDX.
001150         10  WS-FO-ID            PIC X(06).
001160         10  WS-FO-NOME          PIC X(30).
001170         10  WS-FO-CNPJ          PIC X(14).
001180         10  WS-FO-CONTA         PIC X(08).
001190         10  WS-FO-PRAZO         PIC 9(03).
001200         10  WS-FO-BANCO         PIC X(30).
001210         10  WS-FO-ATIVO         PIC X(01).
001220         10  WS-FO-ABERTO        PIC 9(09)V99.
001230         10  WS-FO-VENCIDAS      PIC 9(03).
001240 01  WS-FO-COUNT                 PIC 9(03)   VALUE ZERO.
001250 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001260     88  WS-OVERFLOW                         VALUE "Y".
001270
001280******************************************************************
001290*  PLANO DE CONTAS, PARA CONFERIR A CONTA PADRAO: TEM DE EXISTIR,
001300*  ESTAR ATIVA E SER DEVEDORA (DESPESA OU ATIVO).
001310******************************************************************
001320 01  WS-COA-TABLE.
001330     05  WS-CO-ENTRY OCCURS 100 TIMES
001340                     INDEXED BY WS-CO-IDX.
001350         10  WS-CO-ACCOUNT       PIC X(08).
001360         10  WS-CO-NATUREZA      PIC X(01).
001370         10  WS-CO-ACTIVE        PIC X(01).
001380 01  WS-COA-COUNT                PIC 9(03)   VALUE ZERO.
001390
001400 PROCEDURE DIVISION.
001410
001420 0000-MAINLINE.
001430     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001440*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001450     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001460                         WS-AUTHORIZED-SW
001470     IF NOT WS-AUTHORIZED
001480         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001490         MOVE 8 TO RETURN-CODE
001500         STOP RUN
001510     END-IF
001520     CALL "OPAUTH" USING WS-OPERATOR-ID WS-SUPERV-LEVEL
001530                         WS-SUPERV-SW
001540     PERFORM 1000-INITIALIZE
001550     IF WS-OVERFLOW
001560         DISPLAY "FORNMAST MAIOR QUE A TABELA (200) - EXECUCAO"
001570                 " RECUSADA, NADA ALTERADO"
001580         MOVE 8 TO RETURN-CODE
001590         STOP RUN
001600     END-IF
001610     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001620         UNTIL WS-EXIT
001630     PERFORM 3000-FINALIZE
001640     STOP RUN.
001650
001660******************************************************************
001670*  0010-SIGN-ON
001680*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001690*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001700******************************************************************
001710 0010-SIGN-ON.
001720     MOVE "N" TO WS-SIGNON-VALID-SW
001730     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001740         UNTIL WS-SIGNON-VALID.
001750 0010-EXIT.
001760     EXIT.
001770
001780 0020-PROMPT-SIGNON.
001790     MOVE "SGN-001" TO WS-MSG-CODE-WK
001800     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001810     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001820     ACCEPT WS-OPERATOR-ID
001830     MOVE "SGN-002" TO WS-MSG-CODE-WK
001840     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001850     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001860     ACCEPT WS-OPERATOR-PIN
001870     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001880                           WS-SIGNON-VALID-SW
001890     IF NOT WS-SIGNON-VALID
001900         MOVE "SGN-003" TO WS-MSG-CODE-WK
001910         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001920         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001930     END-IF.
001940 0020-EXIT.
001950     EXIT.
001960
001970
001980******************************************************************
001990*  1000-INITIALIZE
002000*  CARREGA O CADASTRO, SOMA AS NOTAS EM ABERTO POR FORNECEDOR,
002010*  CARREGA O PLANO DE CONTAS E ABRE A AUDITORIA.
002020******************************************************************
002030 1000-INITIALIZE.
002040     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002050     OPEN INPUT SUPPLIER-FILE
002060     IF WS-FOR-FILE-STATUS NOT = "00"
002070         MOVE "Y" TO WS-FOR-EOF-SW
002080     ELSE
002090         PERFORM 1100-LOAD-FORNECEDOR THRU 1100-EXIT
002100             UNTIL WS-FOR-EOF
002110         CLOSE SUPPLIER-FILE
002120     END-IF
002130     OPEN INPUT PAYABLE-FILE
002140     IF WS-CPG-FILE-STATUS NOT = "00"
002150         MOVE "Y" TO WS-CPG-EOF-SW
002160     ELSE
002170         PERFORM 1200-SOMA-NOTA THRU 1200-EXIT
002180             UNTIL WS-CPG-EOF
002190         CLOSE PAYABLE-FILE
002200     END-IF
002210     OPEN INPUT ACCOUNT-MASTER-FILE
002220     IF WS-COA-FILE-STATUS NOT = "00"
002230         MOVE "Y" TO WS-COA-EOF-SW
002240     ELSE
002250         PERFORM 1300-LOAD-COA-ENTRY THRU 1300-EXIT
002260             UNTIL WS-COA-EOF
002270         CLOSE ACCOUNT-MASTER-FILE
002280     END-IF
002290     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002300
002310 1100-LOAD-FORNECEDOR.
002320     READ SUPPLIER-FILE
002330         AT END
002340             MOVE "Y" TO WS-FOR-EOF-SW
002350             GO TO 1100-EXIT
002360     END-READ
002370     IF WS-FO-COUNT >= 200
002380         MOVE "Y" TO WS-OVERFLOW-SW
002390         GO TO 1100-EXIT
002400     END-IF
002410     ADD 1 TO WS-FO-COUNT
002420     SET WS-FO-IDX TO WS-FO-COUNT
002430     MOVE FOR-ID    TO WS-FO-ID(WS-FO-IDX)
002440     MOVE FOR-NOME  TO WS-FO-NOME(WS-FO-IDX)
002450     MOVE FOR-CNPJ  TO WS-FO-CNPJ(WS-FO-IDX)
002460     MOVE FOR-CONTA TO WS-FO-CONTA(WS-FO-IDX)
002470     MOVE FOR-PRAZO TO WS-FO-PRAZO(WS-FO-IDX)
002480     MOVE FOR-BANCO TO WS-FO-BANCO(WS-FO-IDX)
002490     MOVE FOR-ATIVO TO WS-FO-ATIVO(WS-FO-IDX)
002500     MOVE ZERO      TO WS-FO-ABERTO(WS-FO-IDX)
002510     MOVE ZERO      TO WS-FO-VENCIDAS(WS-FO-IDX).
002520 1100-EXIT.
002530     EXIT.
002540
002550 1200-SOMA-NOTA.
002560     READ PAYABLE-FILE
002570         AT END
002580             MOVE "Y" TO WS-CPG-EOF-SW
002590             GO TO 1200-EXIT
002600     END-READ
002610     IF NOT CPG-ABERTA
002620         GO TO 1200-EXIT
002630     END-IF
002640     MOVE CPG-FOR-ID TO WS-IN-ID
002650     MOVE "N" TO WS-FOUND-SW
002660     PERFORM 2150-MATCH-FORNECEDOR THRU 2150-EXIT
002670         VARYING WS-SCAN FROM 1 BY 1
002680         UNTIL WS-SCAN > WS-FO-COUNT OR WS-FOUND
002690     IF NOT WS-FOUND
002700         GO TO 1200-EXIT
002710     END-IF
002720     ADD CPG-VALOR TO WS-FO-ABERTO(WS-FO-IDX)
002730     IF CPG-VENCIMENTO < WS-HOJE
002740         ADD 1 TO WS-FO-VENCIDAS(WS-FO-IDX)
002750     END-IF.
002760 1200-EXIT.
002770     EXIT.
002780
002790 1300-LOAD-COA-ENTRY.
002800     READ ACCOUNT-MASTER-FILE
002810         AT END
002820             MOVE "Y" TO WS-COA-EOF-SW
002830             GO TO 1300-EXIT
002840     END-READ
002850     IF WS-COA-COUNT < 100
002860         ADD 1 TO WS-COA-COUNT
002870         SET WS-CO-IDX TO WS-COA-COUNT
002880         MOVE COA-ACCOUNT  TO WS-CO-ACCOUNT(WS-CO-IDX)
002890         MOVE COA-NATUREZA TO WS-CO-NATUREZA(WS-CO-IDX)
002900         MOVE COA-ACTIVE   TO WS-CO-ACTIVE(WS-CO-IDX)
002910     END-IF.
002920 1300-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*  0100-OPEN-AUDIT-LOG-FILE
002970*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002980*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002990******************************************************************
003000 0100-OPEN-AUDIT-LOG-FILE.
003010     OPEN EXTEND AUDIT-LOG-FILE
003020     IF WS-AUDIT-FILE-STATUS = "35"
003030         OPEN OUTPUT AUDIT-LOG-FILE
003040         CLOSE AUDIT-LOG-FILE
003050         OPEN EXTEND AUDIT-LOG-FILE
003060     END-IF.
003070
003080******************************************************************
003090*  2000-SHOW-MENU
003100*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
003110******************************************************************
003120 2000-SHOW-MENU.
003130     DISPLAY " "
003140     DISPLAY "FORNECEDORES - ESCOLHA A ACAO:"
003150     DISPLAY "  I - INCLUIR FORNECEDOR"
003160     DISPLAY "  A - ALTERAR FORNECEDOR"
003170     DISPLAY "  E - ENCERRAR FORNECEDOR"
003180     DISPLAY "  L - LISTAR O CADASTRO"
003190     DISPLAY "  X - SAIR E GRAVAR"
003200     ACCEPT WS-ACAO
003210     EVALUATE WS-ACAO
003220         WHEN "I"
003230         WHEN "i"
003240             PERFORM 2100-INCLUDE-FORNECEDOR THRU 2100-EXIT
003250         WHEN "A"
003260         WHEN "a"
003270             PERFORM 2300-ALTERA-FORNECEDOR THRU 2300-EXIT
003280         WHEN "E"
003290         WHEN "e"
003300             PERFORM 2500-ENCERRA-FORNECEDOR THRU 2500-EXIT
003310         WHEN "L"
003320         WHEN "l"
003330             PERFORM 2600-LIST-FORNECEDORES THRU 2600-EXIT
003340         WHEN "X"
003350         WHEN "x"
003360             MOVE "Y" TO WS-EXIT-SW
003370         WHEN OTHER
003380             DISPLAY "ACAO INVALIDA"
003390     END-EVALUATE.
003400 2000-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440*  2100-INCLUDE-FORNECEDOR
003450*  INCLUI UM FORNECEDOR NOVO. CODIGO DUPLICADO E RECUSADO; A
003460*  CONTA PADRAO TEM DE SER DEVEDORA E ATIVA NO COAMAST. INCLUIDO
003470*  PELO OPERADOR, O FORNECEDOR FICA SEM DADOS BANCARIOS ATE O
003480*  SUPERVISOR ALTERAR.
003490******************************************************************
003500 2100-INCLUDE-FORNECEDOR.
003510     IF WS-FO-COUNT >= 200
003520         DISPLAY "CADASTRO CHEIO - ENCERRE FORNECEDORES ANTIGOS"
003530         GO TO 2100-EXIT
003540     END-IF
003550     DISPLAY "CODIGO DO FORNECEDOR (6 POSICOES):"
003560     ACCEPT WS-IN-ID
003570     IF WS-IN-ID = SPACES
003580         DISPLAY "CODIGO OBRIGATORIO"
003590         GO TO 2100-EXIT
003600     END-IF
003610     MOVE "N" TO WS-FOUND-SW
003620     PERFORM 2150-MATCH-FORNECEDOR THRU 2150-EXIT
003630         VARYING WS-SCAN FROM 1 BY 1
003640         UNTIL WS-SCAN > WS-FO-COUNT OR WS-FOUND
003650     IF WS-FOUND
003660         DISPLAY "FORNECEDOR JA CADASTRADO"
003670         GO TO 2100-EXIT
003680     END-IF
003690     DISPLAY "RAZAO SOCIAL:"
003700     ACCEPT WS-IN-NOME
003710     IF WS-IN-NOME = SPACES
003720         DISPLAY "NOME OBRIGATORIO - INCLUSAO CANCELADA"
003730         GO TO 2100-EXIT
003740     END-IF
003750     DISPLAY "CNPJ (SO NUMEROS):"
003760     ACCEPT WS-IN-CNPJ
003770     IF WS-IN-CNPJ NOT NUMERIC
003780         DISPLAY "CNPJ INVALIDO - INCLUSAO CANCELADA"
003790         GO TO 2100-EXIT
003800     END-IF
003810     DISPLAY "CONTA DE DESPESA PADRAO NO COAMAST (EX. 560DESPG):"
003820     ACCEPT WS-IN-ACCOUNT
003830     PERFORM 2200-CONFERE-CONTA THRU 2200-EXIT
003840     IF NOT WS-COA-OK
003850         DISPLAY "INCLUSAO CANCELADA"
003860         GO TO 2100-EXIT
003870     END-IF
003880     DISPLAY "PRAZO DE PAGAMENTO EM DIAS (BRANCO = 30):"
003890     ACCEPT WS-IN-PRAZO
003900     PERFORM 2180-VALIDA-PRAZO THRU 2180-EXIT
003910     IF NOT WS-VALOR-VALID
003920         DISPLAY "PRAZO INVALIDO - INCLUSAO CANCELADA"
003930         GO TO 2100-EXIT
003940     END-IF
003950     MOVE SPACES TO WS-IN-BANCO
003960     IF WS-SUPERVISOR
003970         DISPLAY "DADOS BANCARIOS (BANCO/AGENCIA/CONTA):"
003980         ACCEPT WS-IN-BANCO
003990     ELSE
004000         DISPLAY "DADOS BANCARIOS SAO DO SUPERVISOR - FORNECEDOR"
004010                 " INCLUIDO SEM CONTA PARA PAGAMENTO"
004020     END-IF
004030     ADD 1 TO WS-FO-COUNT
004040     SET WS-FO-IDX TO WS-FO-COUNT
004050     MOVE WS-IN-ID       TO WS-FO-ID(WS-FO-IDX)
004060     MOVE WS-IN-NOME     TO WS-FO-NOME(WS-FO-IDX)
004070     MOVE WS-IN-CNPJ     TO WS-FO-CNPJ(WS-FO-IDX)
004080     MOVE WS-IN-ACCOUNT  TO WS-FO-CONTA(WS-FO-IDX)
004090     MOVE WS-PRAZO-NUM   TO WS-FO-PRAZO(WS-FO-IDX)
004100     MOVE WS-IN-BANCO    TO WS-FO-BANCO(WS-FO-IDX)
004110     MOVE "A"            TO WS-FO-ATIVO(WS-FO-IDX)
004120     MOVE ZERO           TO WS-FO-ABERTO(WS-FO-IDX)
004130     MOVE ZERO           TO WS-FO-VENCIDAS(WS-FO-IDX)
004140     ADD 1 TO WS-CHANGE-COUNT
004150     MOVE "INCLUSAO" TO WS-AUDIT-ACAO
004160     PERFORM 7000-WRITE-AUDIT-FORNECEDOR
004170     DISPLAY "FORNECEDOR INCLUIDO".
004180 2100-EXIT.
004190     EXIT.
004200
004210 2150-MATCH-FORNECEDOR.
004220     SET WS-FO-IDX TO WS-SCAN
004230     IF WS-FO-ID(WS-FO-IDX) = WS-IN-ID
004240         MOVE "Y" TO WS-FOUND-SW
004250     END-IF.
004260 2150-EXIT.
004270     EXIT.
004280
004290*    PRAZO EM BRANCO = PADRAO; DIGITADO, TEM DE SER NUMERICO E NAO
004300*    ZERO. O RESULTADO FICA EM WS-PRAZO-NUM.
004310 2180-VALIDA-PRAZO.
004320     MOVE "Y" TO WS-VALOR-VALID-SW
004330     IF WS-IN-PRAZO = SPACES
004340         MOVE WS-PRAZO-PADRAO TO WS-PRAZO-NUM
004350         GO TO 2180-EXIT
004360     END-IF
004370     MOVE SPACES TO WS-IN-VALOR
004380     MOVE WS-IN-PRAZO TO WS-IN-VALOR
004390     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-NO
004400                           WS-VALOR-VALID-SW
004410     IF WS-VALOR-VALID
004420         COMPUTE WS-PRAZO-NUM = FUNCTION NUMVAL(WS-IN-VALOR)
004430     END-IF.
004440 2180-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*  2200-CONFERE-CONTA
004490*  A CONTA WS-IN-ACCOUNT TEM DE EXISTIR NO COAMAST, ESTAR ATIVA E
004500*  SER DEVEDORA - NOTA DE FORNECEDOR E DESPESA (OU ATIVO).
004510******************************************************************
004520 2200-CONFERE-CONTA.
004530     MOVE "N" TO WS-COA-OK-SW
004540     PERFORM 2250-MATCH-CONTA THRU 2250-EXIT
004550         VARYING WS-CO-IDX FROM 1 BY 1
004560         UNTIL WS-CO-IDX > WS-COA-COUNT OR WS-COA-OK
004570     IF NOT WS-COA-OK
004580         DISPLAY "CONTA " WS-IN-ACCOUNT " FORA DO PLANO,"
004590                 " ENCERRADA OU CREDORA NO COAMAST"
004600     END-IF.
004610 2200-EXIT.
004620     EXIT.
004630
004640 2250-MATCH-CONTA.
004650     IF WS-CO-ACCOUNT(WS-CO-IDX) = WS-IN-ACCOUNT
004660         AND WS-CO-NATUREZA(WS-CO-IDX) = "D"
004670         AND (WS-CO-ACTIVE(WS-CO-IDX) = "A"
004680              OR WS-CO-ACTIVE(WS-CO-IDX) = SPACE)
004690         MOVE "Y" TO WS-COA-OK-SW
004700     END-IF.
004710 2250-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*  2300-ALTERA-FORNECEDOR
004760*  ALTERA A CONTA PADRAO, O PRAZO E (SO O SUPERVISOR) OS DADOS
004770*  BANCARIOS. CAMPO EM BRANCO FICA COMO ESTA.
004780******************************************************************
004790 2300-ALTERA-FORNECEDOR.
004800     DISPLAY "CODIGO DO FORNECEDOR A ALTERAR:"
004810     ACCEPT WS-IN-ID
004820     MOVE "N" TO WS-FOUND-SW
004830     PERFORM 2150-MATCH-FORNECEDOR THRU 2150-EXIT
004840         VARYING WS-SCAN FROM 1 BY 1
004850         UNTIL WS-SCAN > WS-FO-COUNT OR WS-FOUND
004860     IF NOT WS-FOUND
004870         DISPLAY "FORNECEDOR NAO ENCONTRADO"
004880         GO TO 2300-EXIT
004890     END-IF
004900     PERFORM 2650-MOSTRA-FORNECEDOR THRU 2650-EXIT
004910     DISPLAY "CONTA DE DESPESA PADRAO (BRANCO = MANTEM):"
004920     ACCEPT WS-IN-ACCOUNT
004930     IF WS-IN-ACCOUNT NOT = SPACES
004940         PERFORM 2200-CONFERE-CONTA THRU 2200-EXIT
004950         IF NOT WS-COA-OK
004960             DISPLAY "ALTERACAO CANCELADA"
004970             GO TO 2300-EXIT
004980         END-IF
004990     END-IF
005000     MOVE WS-FO-PRAZO(WS-FO-IDX) TO WS-PRAZO-NUM
005010     DISPLAY "PRAZO DE PAGAMENTO EM DIAS (BRANCO = MANTEM):"
005020     ACCEPT WS-IN-PRAZO
005030     IF WS-IN-PRAZO NOT = SPACES
005040         PERFORM 2180-VALIDA-PRAZO THRU 2180-EXIT
005050         IF NOT WS-VALOR-VALID
005060             DISPLAY "PRAZO INVALIDO - ALTERACAO CANCELADA"
005070             GO TO 2300-EXIT
005080         END-IF
005090     END-IF
005100     MOVE SPACES TO WS-IN-BANCO
005110     IF WS-SUPERVISOR
005120         DISPLAY "DADOS BANCARIOS (BRANCO = MANTEM):"
005130         ACCEPT WS-IN-BANCO
005140     END-IF
005150     IF WS-IN-ACCOUNT NOT = SPACES
005160         MOVE WS-IN-ACCOUNT TO WS-FO-CONTA(WS-FO-IDX)
005170     END-IF
005180     IF WS-IN-BANCO NOT = SPACES
005190         MOVE WS-IN-BANCO TO WS-FO-BANCO(WS-FO-IDX)
005200     END-IF
005210     MOVE WS-PRAZO-NUM TO WS-FO-PRAZO(WS-FO-IDX)
005220     ADD 1 TO WS-CHANGE-COUNT
005230     MOVE "ALTERACAO" TO WS-AUDIT-ACAO
005240     PERFORM 7000-WRITE-AUDIT-FORNECEDOR
005250     DISPLAY "FORNECEDOR ALTERADO".
005260 2300-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*  2500-ENCERRA-FORNECEDOR
005310*  ENCERRA UM FORNECEDOR (SITUACAO "E"): O CONTPAG NAO ACEITA NOTA
005320*  NOVA DELE, MAS AS NOTAS EM ABERTO CONTINUAM SENDO PAGAS.
005330******************************************************************
005340 2500-ENCERRA-FORNECEDOR.
005350     DISPLAY "CODIGO DO FORNECEDOR A ENCERRAR:"
005360     ACCEPT WS-IN-ID
005370     MOVE "N" TO WS-FOUND-SW
005380     PERFORM 2150-MATCH-FORNECEDOR THRU 2150-EXIT
005390         VARYING WS-SCAN FROM 1 BY 1
005400         UNTIL WS-SCAN > WS-FO-COUNT OR WS-FOUND
005410     IF NOT WS-FOUND
005420         DISPLAY "FORNECEDOR NAO ENCONTRADO"
005430         GO TO 2500-EXIT
005440     END-IF
005450     MOVE "E" TO WS-FO-ATIVO(WS-FO-IDX)
005460     ADD 1 TO WS-CHANGE-COUNT
005470     MOVE "ENCERRAMENTO" TO WS-AUDIT-ACAO
005480     PERFORM 7000-WRITE-AUDIT-FORNECEDOR
005490     DISPLAY "FORNECEDOR ENCERRADO".
005500 2500-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540*  2600-LIST-FORNECEDORES
005550*  LISTA O CADASTRO COM O SALDO EM ABERTO E AS NOTAS VENCIDAS DE
005560*  CADA FORNECEDOR.
005570******************************************************************
005580 2600-LIST-FORNECEDORES.
005590     PERFORM 2610-LIST-ONE THRU 2610-EXIT
005600         VARYING WS-SCAN FROM 1 BY 1
005610         UNTIL WS-SCAN > WS-FO-COUNT.
005620 2600-EXIT.
005630     EXIT.
005640
005650 2610-LIST-ONE.
005660     SET WS-FO-IDX TO WS-SCAN
005670     PERFORM 2650-MOSTRA-FORNECEDOR THRU 2650-EXIT.
005680 2610-EXIT.
005690     EXIT.
005700
005710 2650-MOSTRA-FORNECEDOR.
005720     MOVE WS-FO-ABERTO(WS-FO-IDX) TO WS-VALOR-ED
005730     MOVE WS-FO-PRAZO(WS-FO-IDX)  TO WS-PRAZO-ED
005740     DISPLAY WS-FO-ID(WS-FO-IDX) " " WS-FO-NOME(WS-FO-IDX) " "
005750             WS-FO-ATIVO(WS-FO-IDX) " CNPJ " WS-FO-CNPJ(WS-FO-IDX)
005760     DISPLAY "   CONTA " WS-FO-CONTA(WS-FO-IDX) " PRAZO "
005770             WS-PRAZO-ED " BANCO " WS-FO-BANCO(WS-FO-IDX)
005780     DISPLAY "   ABERTO R$" WS-VALOR-ED " VENCIDAS "
005790             WS-FO-VENCIDAS(WS-FO-IDX).
005800 2650-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840*  3000-FINALIZE
005850*  REGRAVA O CADASTRO INTEIRO E FECHA A AUDITORIA.
005860******************************************************************
005870 3000-FINALIZE.
005880     OPEN OUTPUT SUPPLIER-FILE
005890     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
005900         VARYING WS-SCAN FROM 1 BY 1
005910         UNTIL WS-SCAN > WS-FO-COUNT
005920     CLOSE SUPPLIER-FILE
005930     CLOSE AUDIT-LOG-FILE
005940     DISPLAY "CADASTRO GRAVADO - ALTERACOES: " WS-CHANGE-COUNT.
005950
005960 3100-WRITE-ONE.
005970     SET WS-FO-IDX TO WS-SCAN
005980     MOVE SPACES                  TO SUPPLIER-RECORD
005990     MOVE WS-FO-ID(WS-FO-IDX)     TO FOR-ID
006000     MOVE WS-FO-NOME(WS-FO-IDX)   TO FOR-NOME
006010     MOVE WS-FO-CNPJ(WS-FO-IDX)   TO FOR-CNPJ
006020     MOVE WS-FO-CONTA(WS-FO-IDX)  TO FOR-CONTA
006030     MOVE WS-FO-PRAZO(WS-FO-IDX)  TO FOR-PRAZO
006040     MOVE WS-FO-BANCO(WS-FO-IDX)  TO FOR-BANCO
006050     MOVE WS-FO-ATIVO(WS-FO-IDX)  TO FOR-ATIVO
006060     WRITE SUPPLIER-RECORD.
006070 3100-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110*  7000-WRITE-AUDIT-FORNECEDOR
006120*  GRAVA A INCLUSAO, ALTERACAO OU ENCERRAMENTO DE FORNECEDOR NA
006130*  TRILHA DE AUDITORIA, COM A CONTA, O PRAZO E O BANCO QUE
006140*  FICARAM.
006150******************************************************************
006160 7000-WRITE-AUDIT-FORNECEDOR.
006170     MOVE "FORNMANT"         TO AUDIT-PROGRAM-ID
006180     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
006190     ACCEPT AUDIT-TIME FROM TIME
006200     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
006210     MOVE WS-IN-ID            TO AUDIT-KEY
006220     MOVE WS-FO-PRAZO(WS-FO-IDX) TO WS-PRAZO-ED
006230     MOVE SPACES              TO AUDIT-DETAIL
006240     STRING WS-AUDIT-ACAO DELIMITED BY SPACE
006250            " " WS-FO-CONTA(WS-FO-IDX) " PRAZO " WS-PRAZO-ED
006260            " " WS-FO-BANCO(WS-FO-IDX)
006270            DELIMITED BY SIZE INTO AUDIT-DETAIL
006280     CALL "AUDITWR" USING AUDIT-RECORD.
