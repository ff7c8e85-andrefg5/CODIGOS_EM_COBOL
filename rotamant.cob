000130*  NOVA COM A DATA DE INICIO FUTURA - O VIAGEM SO A ASSUME NO
000140*  DIA CERTO. O OPERADOR SE IDENTIFICA PELO OPSIGNON E CADA
000150*  MUDANCA E GRAVADA NA TRILHA DE AUDITORIA COMPARTILHADA.
000151*  NENHUMA MUDANCA VAI DIRETO AO ROTAMAST: CADA UMA VIRA UM PEDIDO
000152*  NO PENDALT (ROTINA PENDWR) E SO E APLICADA QUANDO UM SEGUNDO
000153*  OPERADOR A APROVA NO APROVA.
000160*-----------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  2026-08-22 AFG   PROGRAMA ORIGINAL.
000200*  2026-08-22 AFG   DEPOIS DO OPSIGNON, EXIGE NIVEL 5 (OPERADOR)
000210*                   PELA ROTINA COMPARTILHADA OPAUTH.
000220*  2026-09-03 AFG   ANTES DE CADA MUDANCA, A IMAGEM ANTIGA E A
000230*                   NOVA DO REGISTRO VAO PARA O DIARIO DE
000240*                   IMAGEM-ANTES (BIMGJRNL, COPYBOOK BIMGREC) -
000250*                   O DESFAZ CONSEGUE DESFAZER UMA SESSAO
000260*                   INTEIRA PELO CARIMBO DA EXECUCAO.
000270*  2026-10-15 AFG   TETO DE TARIFA POR VIGENCIA (ROTAM-TETO-DIA E
000280*                   ROTAM-TETO-SEMANA): PEDIDO NA INCLUSAO E
000290*                   ALTERAVEL PELA ACAO NOVA T, COM IMAGEM-ANTES E
000300*                   AUDITORIA; A LISTAGEM MOSTRA OS TETOS. EM
000310*                   BRANCO OU ZERO, A ROTA NAO TEM TETO.
000320*  2026-10-15 AFG   CADA VIGENCIA INCLUIDA GRAVA UM PEDIDO DE
000330*                   REEMISSAO DO CARTAO DE TARIFAS DA ROTA
000340*                   (CARTPED, COPYBOOK CARTPEDREC) - O PASSO
000350*                   CARTOES DO NIGHTLY (TABUADA MODO C) IMPRIME
000360*                   O CARTAO NOVO PARA OS COBRADORES.
000361*  2026-10-15 AFG   INCLUSAO, ENCERRAMENTO E TETO NAO GRAVAM MAIS
000362*                   O ROTAMAST: VIRAM PEDIDO NO PENDALT (COPYBOOK
000363*                   PENDALTREC, ROTINA PENDWR) COM AS IMAGENS
000364*                   ANTIGA E NOVA, PARA UM SEGUNDO OPERADOR
000365*                   APROVAR NO APROVA. O DIARIO DE IMAGEM-ANTES E
000366*                   O PEDIDO DE CARTAO PASSAM A SER GRAVADOS LA,
000367*                   NA APROVACAO.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ROTA-MASTER-FILE ASSIGN TO "ROTAMAST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-ROTAM-FILE-STATUS.
000440     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ROTA-MASTER-FILE
000560     RECORDING MODE IS F.
000570     COPY ROTAMREC.
000580 FD  AUDIT-LOG-FILE
000590     RECORDING MODE IS F.
000600     COPY AUDITREC.
000670 WORKING-STORAGE SECTION.
000680 01  WS-SWITCHES.
000690     05  WS-ROTAM-FILE-STATUS    PIC X(02)   VALUE "00".
000700     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000730     05  WS-ROTAM-EOF-SW         PIC X(01)   VALUE "N".
000740         88  WS-ROTAM-EOF                    VALUE "Y".
000750     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000760         88  WS-EXIT                         VALUE "Y".
000770     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000780         88  WS-SIGNON-VALID                 VALUE "Y".
000790     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000800         88  WS-FOUND                        VALUE "Y".
000810 01  WS-MSG-CODE-WK              PIC X(08).
000820 01  WS-MSG-TEXT-WK              PIC X(60).
000830 01  WS-OPERATOR-ID              PIC X(08).
000840 01  WS-OPERATOR-PIN             PIC X(04).
000850 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000860 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000870     88  WS-AUTHORIZED                       VALUE "Y".
000880 01  WS-ACAO                     PIC X(01).
000890 01  WS-IN-CODIGO                PIC X(03).
000900 01  WS-IN-DESC                  PIC X(20).
000910 01  WS-IN-PRECO                 PIC X(10).
000920 01  WS-IN-EFFECTIVE             PIC X(08).
000930 01  WS-IN-END                   PIC X(08).
000940 01  WS-PRECO-NUM                PIC 9(03)V99.
000950 01  WS-PRECO-ED                 PIC ZZ9.99.
000960 01  WS-PRECO-VALID-SW           PIC X(01)   VALUE "N".
000970     88  WS-PRECO-VALID                      VALUE "Y".
000980 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
000990 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001000 01  WS-SCAN                     PIC 9(03).
001010*  TETO DE TARIFA DIGITADO (CENTAVOS; BRANCO = SEM TETO).
001020 01  WS-IN-TETO-DIA              PIC X(10).
001030 01  WS-IN-TETO-SEMANA           PIC X(10).
001040 01  WS-TETO-DIA-NUM             PIC 9(03)V99.
001050 01  WS-TETO-SEMANA-NUM          PIC 9(04)V99.
001060 01  WS-TETO-DIA-ED              PIC ZZ9.99.
001070 01  WS-TETO-SEMANA-ED           PIC ZZZ9.99.
001080 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001090 01  WS-TETO-VALID-SW            PIC X(01)   VALUE "N".
001100     88  WS-TETO-VALID                       VALUE "Y".
001120******************************************************************
001121*  ESPELHO DO REGISTRO DA ROTA PARA MONTAR AS IMAGENS ANTIGA E
001122*  NOVA DO PEDIDO SEM PASSAR PELO BUFFER DO ARQUIVO.
001150******************************************************************
001160 01  WS-ROTA-IMAGE.
001170     05  WS-RI-CODIGO            PIC X(03).
001180     05  WS-RI-DESC              PIC X(20).
001190     05  WS-RI-PRECO             PIC 9(03)V99.
001200     05  WS-RI-EFFECTIVE         PIC X(08).
001210     05  WS-RI-END               PIC X(08).
001220     05  WS-RI-TETO-DIA          PIC 9(03)V99.
001230     05  WS-RI-TETO-SEMANA       PIC 9(04)V99.
001240     05  FILLER                  PIC X(05).
001241******************************************************************
001242*  PEDIDO DE ALTERACAO SUBMETIDO AO PENDWR.
001243******************************************************************
001244     COPY PENDALTREC.
001250
001260******************************************************************
001270*  CADASTRO CARREGADO EM MEMORIA; REGRAVADO INTEIRO NA SAIDA.
001280******************************************************************
001290 01  WS-ROTA-TABLE.
001300     05  WS-ROTA-ENTRY OCCURS 50 TIMES
001310                       INDEXED BY WS-ROTA-IDX.
001320         10  WS-RT-CODIGO        PIC X(03).
001330         10  WS-RT-DESC          PIC X(20).
001340         10  WS-RT-PRECO         PIC 9(03)V99.
001350         10  WS-RT-EFFECTIVE     PIC X(08).
001360         10  WS-RT-END           PIC X(08).
001370         10  WS-RT-TETO-DIA      PIC 9(03)V99.
001380         10  WS-RT-TETO-SEMANA   PIC 9(04)V99.
001390 01  WS-ROTA-COUNT               PIC 9(03)   VALUE ZERO.
001400 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001410     88  WS-OVERFLOW                         VALUE "Y".
001420
001430 PROCEDURE DIVISION.
001440
001450 0000-MAINLINE.
001460     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001470*    ROTINA DE VALORES - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001480     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001490                         WS-AUTHORIZED-SW
001500     IF NOT WS-AUTHORIZED
001510         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001520         MOVE 8 TO RETURN-CODE
001530         STOP RUN
001540     END-IF
001550     PERFORM 1000-INITIALIZE
001560*    CADASTRO MAIOR QUE A TABELA (50) - COM AS VIGENCIAS SO
001570*    ACUMULANDO, REGRAVAR SO COM O QUE COUBE APAGARIA ROTAS;
001580*    A EXECUCAO E RECUSADA SEM MEXER NO ROTAMAST.
001590     IF WS-OVERFLOW
001600         DISPLAY "ROTAMAST MAIOR QUE A TABELA (50) - EXECUCAO"
001610                 " RECUSADA, NADA ALTERADO"
001620         MOVE 8 TO RETURN-CODE
001630         STOP RUN
001640     END-IF
001650     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001660         UNTIL WS-EXIT
001670     PERFORM 3000-FINALIZE
001680     STOP RUN.
001690
001700******************************************************************
001710*  0010-SIGN-ON
001720*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001730*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001740******************************************************************
001750 0010-SIGN-ON.
001760     MOVE "N" TO WS-SIGNON-VALID-SW
001770     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001780         UNTIL WS-SIGNON-VALID.
001790 0010-EXIT.
001800     EXIT.
001810
001820 0020-PROMPT-SIGNON.
001830     MOVE "SGN-001" TO WS-MSG-CODE-WK
001840     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001850     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001860     ACCEPT WS-OPERATOR-ID
001870     MOVE "SGN-002" TO WS-MSG-CODE-WK
001880     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001890     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001900     ACCEPT WS-OPERATOR-PIN
001910     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001920                           WS-SIGNON-VALID-SW
001930     IF NOT WS-SIGNON-VALID
001940         MOVE "SGN-003" TO WS-MSG-CODE-WK
001950         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001960         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001970     END-IF.
001980 0020-EXIT.
001990     EXIT.
002000
002010******************************************************************
002020*  1000-INITIALIZE
002030*  CARREGA O CADASTRO DE ROTAS EM MEMORIA E ABRE A AUDITORIA.
002031*  A TABELA E SO LEITURA: AS MUDANCAS VAO PARA O PENDALT.
002040******************************************************************
002050 1000-INITIALIZE.
002060     OPEN INPUT ROTA-MASTER-FILE
002070     IF WS-ROTAM-FILE-STATUS NOT = "00"
002080         MOVE "Y" TO WS-ROTAM-EOF-SW
002090     ELSE
002100         PERFORM 1100-LOAD-ROTA-ENTRY THRU 1100-EXIT
002110             UNTIL WS-ROTAM-EOF
002120         CLOSE ROTA-MASTER-FILE
002130     END-IF
002131     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002190
002200 1100-LOAD-ROTA-ENTRY.
002210     READ ROTA-MASTER-FILE
002220         AT END
002230             MOVE "Y" TO WS-ROTAM-EOF-SW
002240             GO TO 1100-EXIT
002250     END-READ
002260     IF WS-ROTA-COUNT >= 50
002270         MOVE "Y" TO WS-OVERFLOW-SW
002280     END-IF
002290     IF WS-ROTA-COUNT < 50
002300         ADD 1 TO WS-ROTA-COUNT
002310         SET WS-ROTA-IDX TO WS-ROTA-COUNT
002320         MOVE ROTAM-CODIGO         TO WS-RT-CODIGO(WS-ROTA-IDX)
002330         MOVE ROTAM-DESC           TO WS-RT-DESC(WS-ROTA-IDX)
002340         MOVE ROTAM-PRECO          TO WS-RT-PRECO(WS-ROTA-IDX)
002350         MOVE ROTAM-EFFECTIVE-DATE TO
002360             WS-RT-EFFECTIVE(WS-ROTA-IDX)
002370         MOVE ROTAM-END-DATE       TO WS-RT-END(WS-ROTA-IDX)
002380*        REGISTRO ANTERIOR AO TETO TEM BRANCO NO LUGAR - SEM TETO.
002390         IF ROTAM-TETO-DIA NUMERIC
002400             MOVE ROTAM-TETO-DIA TO WS-RT-TETO-DIA(WS-ROTA-IDX)
002410         ELSE
002420             MOVE ZERO TO WS-RT-TETO-DIA(WS-ROTA-IDX)
002430         END-IF
002440         IF ROTAM-TETO-SEMANA NUMERIC
002450             MOVE ROTAM-TETO-SEMANA
002460                 TO WS-RT-TETO-SEMANA(WS-ROTA-IDX)
002470         ELSE
002480             MOVE ZERO TO WS-RT-TETO-SEMANA(WS-ROTA-IDX)
002490         END-IF
002500     END-IF.
002510 1100-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*  0100-OPEN-AUDIT-LOG-FILE
002560*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002570*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002580******************************************************************
002590 0100-OPEN-AUDIT-LOG-FILE.
002600     OPEN EXTEND AUDIT-LOG-FILE
002610     IF WS-AUDIT-FILE-STATUS = "35"
002620         OPEN OUTPUT AUDIT-LOG-FILE
002630         CLOSE AUDIT-LOG-FILE
002640         OPEN EXTEND AUDIT-LOG-FILE
002650     END-IF.
002660
002670******************************************************************
002940*  2000-SHOW-MENU
002950*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
002960******************************************************************
002970 2000-SHOW-MENU.
002980     DISPLAY " "
002990     DISPLAY "MANUTENCAO DE ROTAS - ESCOLHA A ACAO:"
003000     DISPLAY "  I - INCLUIR ROTA/VIGENCIA NOVA"
003010     DISPLAY "  E - ENCERRAR VIGENCIA (DATA FIM)"
003020     DISPLAY "  T - TETO DE TARIFA (DIA/SEMANA) DE UMA VIGENCIA"
003030     DISPLAY "  L - LISTAR O CADASTRO"
003031     DISPLAY "  X - SAIR"
003050     ACCEPT WS-ACAO
003060     EVALUATE WS-ACAO
003070         WHEN "I"
003080         WHEN "i"
003090             PERFORM 2100-INCLUDE-ROTA THRU 2100-EXIT
003100         WHEN "E"
003110         WHEN "e"
003120             PERFORM 2300-END-DATE-ROTA THRU 2300-EXIT
003130         WHEN "T"
003140         WHEN "t"
003150             PERFORM 2400-TETO-ROTA THRU 2400-EXIT
003160         WHEN "L"
003170         WHEN "l"
003180             PERFORM 2500-LIST-ROTAS THRU 2500-EXIT
003190         WHEN "X"
003200         WHEN "x"
003210             MOVE "Y" TO WS-EXIT-SW
003220         WHEN OTHER
003230             DISPLAY "ACAO INVALIDA"
003240     END-EVALUATE.
003250 2000-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*  2100-INCLUDE-ROTA
003300*  INCLUI UMA ROTA OU UMA VIGENCIA NOVA DE ROTA EXISTENTE (E
003310*  ASSIM QUE SE CARREGA UM AUMENTO ANUNCIADO: VIGENCIA NOVA COM
003311*  DATA DE INICIO FUTURA). SUBMETE O PEDIDO DE INCLUSAO.
003330******************************************************************
003340 2100-INCLUDE-ROTA.
003350     IF WS-ROTA-COUNT >= 50
003360         DISPLAY "CADASTRO CHEIO - ENCERRE VIGENCIAS ANTIGAS"
003370         GO TO 2100-EXIT
003380     END-IF
003390     DISPLAY "CODIGO DA ROTA (3 LETRAS):"
003400     ACCEPT WS-IN-CODIGO
003410     IF WS-IN-CODIGO = SPACES
003420         DISPLAY "CODIGO OBRIGATORIO"
003430         GO TO 2100-EXIT
003440     END-IF
003450     DISPLAY "DESCRICAO:"
003460     ACCEPT WS-IN-DESC
003470     DISPLAY "PRECO CHEIO (CENTAVOS, EX. 00450 = R$4,50):"
003480     ACCEPT WS-IN-PRECO
003490     CALL "VALIDNUM" USING WS-IN-PRECO WS-ALLOW-ZERO-NO
003500                           WS-PRECO-VALID-SW
003510     IF NOT WS-PRECO-VALID
003520         DISPLAY "PRECO INVALIDO - INCLUSAO CANCELADA"
003530         GO TO 2100-EXIT
003540     END-IF
003550     COMPUTE WS-PRECO-NUM =
003560         FUNCTION NUMVAL(WS-IN-PRECO) / 100
003570     DISPLAY "VIGENCIA INICIAL (AAAAMMDD):"
003580     ACCEPT WS-IN-EFFECTIVE
003590     IF WS-IN-EFFECTIVE NOT NUMERIC
003600         DISPLAY "DATA INVALIDA - INCLUSAO CANCELADA"
003610         GO TO 2100-EXIT
003620     END-IF
003630     PERFORM 2450-ACCEPT-TETOS THRU 2450-EXIT
003640     IF NOT WS-TETO-VALID
003650         DISPLAY "TETO INVALIDO - INCLUSAO CANCELADA"
003660         GO TO 2100-EXIT
003670     END-IF
003671     MOVE SPACES             TO WS-ROTA-IMAGE
003672     MOVE WS-IN-CODIGO       TO WS-RI-CODIGO
003673     MOVE WS-IN-DESC         TO WS-RI-DESC
003674     MOVE WS-PRECO-NUM       TO WS-RI-PRECO
003675     MOVE WS-IN-EFFECTIVE    TO WS-RI-EFFECTIVE
003676     MOVE WS-TETO-DIA-NUM    TO WS-RI-TETO-DIA
003677     MOVE WS-TETO-SEMANA-NUM TO WS-RI-TETO-SEMANA
003678     MOVE SPACES             TO PEND-CHANGE-RECORD
003679     MOVE "I"                TO PALT-ACAO
003680     MOVE WS-ROTA-IMAGE      TO PALT-NEW-IMAGE
003681     MOVE WS-PRECO-NUM       TO WS-PRECO-ED
003682     STRING "INCLUSAO PRECO=" WS-PRECO-ED
003683            " VIGENCIA=" WS-IN-EFFECTIVE
003684         DELIMITED BY SIZE INTO PALT-RESUMO
003685     PERFORM 7600-SUBMETE-PEDIDO.
003860 2100-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900*  2300-END-DATE-ROTA
003901*  ENCERRA (POE DATA FIM EM) UMA VIGENCIA EXISTENTE DA ROTA -
003902*  SUBMETE O PEDIDO DE ALTERACAO.
003920******************************************************************
003930 2300-END-DATE-ROTA.
003940     DISPLAY "CODIGO DA ROTA:"
003950     ACCEPT WS-IN-CODIGO
003960     DISPLAY "VIGENCIA INICIAL DA ENTRADA A ENCERRAR (AAAAMMDD):"
003970     ACCEPT WS-IN-EFFECTIVE
003980     DISPLAY "DATA FIM (AAAAMMDD):"
003990     ACCEPT WS-IN-END
004000     IF WS-IN-END NOT NUMERIC
004010         DISPLAY "DATA INVALIDA - ENCERRAMENTO CANCELADO"
004020         GO TO 2300-EXIT
004030     END-IF
004040     MOVE "N" TO WS-FOUND-SW
004050     PERFORM 2350-MATCH-VIGENCIA THRU 2350-EXIT
004060         VARYING WS-SCAN FROM 1 BY 1
004070         UNTIL WS-SCAN > WS-ROTA-COUNT OR WS-FOUND
004080     IF NOT WS-FOUND
004090         DISPLAY "ROTA/VIGENCIA NAO ENCONTRADA"
004100     END-IF.
004110 2300-EXIT.
004120     EXIT.
004130
004140 2350-MATCH-VIGENCIA.
004150     SET WS-ROTA-IDX TO WS-SCAN
004160     IF WS-RT-CODIGO(WS-ROTA-IDX) = WS-IN-CODIGO
004170         AND WS-RT-EFFECTIVE(WS-ROTA-IDX) = WS-IN-EFFECTIVE
004180         MOVE "Y" TO WS-FOUND-SW
004181         MOVE SPACES        TO PEND-CHANGE-RECORD
004182         MOVE "A"           TO PALT-ACAO
004190         PERFORM 7200-BUILD-ROTA-IMAGE
004191         MOVE WS-ROTA-IMAGE TO PALT-OLD-IMAGE
004192         MOVE WS-IN-END     TO WS-RI-END
004193         MOVE WS-ROTA-IMAGE TO PALT-NEW-IMAGE
004194         STRING "ENCERRAMENTO VIGENCIA=" WS-IN-EFFECTIVE
004195                " FIM=" WS-IN-END
004196             DELIMITED BY SIZE INTO PALT-RESUMO
004197         PERFORM 7600-SUBMETE-PEDIDO
004290     END-IF.
004300 2350-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*  2400-TETO-ROTA
004350*  ALTERA O TETO DE TARIFA (DO DIA E DA SEMANA) DE UMA VIGENCIA
004351*  EXISTENTE - SUBMETE O PEDIDO DE ALTERACAO. APROVADO, VALE A
004352*  PARTIR DA PROXIMA EXECUCAO DO VIAGEM; O QUE OS CARTOES JA
004353*  PAGARAM NA SEMANA CONTINUA ACUMULADO.
004380******************************************************************
004390 2400-TETO-ROTA.
004400     DISPLAY "CODIGO DA ROTA:"
004410     ACCEPT WS-IN-CODIGO
004420     DISPLAY "VIGENCIA INICIAL DA ENTRADA (AAAAMMDD):"
004430     ACCEPT WS-IN-EFFECTIVE
004440     PERFORM 2450-ACCEPT-TETOS THRU 2450-EXIT
004450     IF NOT WS-TETO-VALID
004460         DISPLAY "TETO INVALIDO - ALTERACAO CANCELADA"
004470         GO TO 2400-EXIT
004480     END-IF
004490     MOVE "N" TO WS-FOUND-SW
004500     PERFORM 2420-MATCH-TETO THRU 2420-EXIT
004510         VARYING WS-SCAN FROM 1 BY 1
004520         UNTIL WS-SCAN > WS-ROTA-COUNT OR WS-FOUND
004530     IF NOT WS-FOUND
004540         DISPLAY "ROTA/VIGENCIA NAO ENCONTRADA"
004550     END-IF.
004560 2400-EXIT.
004570     EXIT.
004580
004590 2420-MATCH-TETO.
004600     SET WS-ROTA-IDX TO WS-SCAN
004610     IF WS-RT-CODIGO(WS-ROTA-IDX) = WS-IN-CODIGO
004620         AND WS-RT-EFFECTIVE(WS-ROTA-IDX) = WS-IN-EFFECTIVE
004630         MOVE "Y" TO WS-FOUND-SW
004631         MOVE SPACES        TO PEND-CHANGE-RECORD
004632         MOVE "A"           TO PALT-ACAO
004640         PERFORM 7200-BUILD-ROTA-IMAGE
004641         MOVE WS-ROTA-IMAGE TO PALT-OLD-IMAGE
004642         MOVE WS-TETO-DIA-NUM    TO WS-RI-TETO-DIA
004643         MOVE WS-TETO-SEMANA-NUM TO WS-RI-TETO-SEMANA
004644         MOVE WS-ROTA-IMAGE TO PALT-NEW-IMAGE
004645         MOVE WS-TETO-DIA-NUM    TO WS-TETO-DIA-ED
004646         MOVE WS-TETO-SEMANA-NUM TO WS-TETO-SEMANA-ED
004647         STRING "TETO VIG=" WS-IN-EFFECTIVE
004648                " DIA=" WS-TETO-DIA-ED
004649                " SEM=" WS-TETO-SEMANA-ED
004650             DELIMITED BY SIZE INTO PALT-RESUMO
004651         PERFORM 7600-SUBMETE-PEDIDO
004750     END-IF.
004760 2420-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800*  2450-ACCEPT-TETOS
004810*  PEDE OS DOIS TETOS EM CENTAVOS. BRANCO OU ZERO E "SEM TETO";
004820*  VALOR NAO NUMERICO OU GRANDE DEMAIS DESLIGA WS-TETO-VALID.
004830******************************************************************
004840 2450-ACCEPT-TETOS.
004850     MOVE "N"  TO WS-TETO-VALID-SW
004860     MOVE ZERO TO WS-TETO-DIA-NUM
004870     MOVE ZERO TO WS-TETO-SEMANA-NUM
004880     DISPLAY "TETO DO DIA (CENTAVOS, EX. 01350 = R$13,50;"
004890             " BRANCO = SEM TETO):"
004900     ACCEPT WS-IN-TETO-DIA
004910     IF WS-IN-TETO-DIA NOT = SPACES
004920         CALL "VALIDNUM" USING WS-IN-TETO-DIA WS-ALLOW-ZERO-YES
004930                               WS-TETO-VALID-SW
004940         IF NOT WS-TETO-VALID
004950             GO TO 2450-EXIT
004960         END-IF
004970         MOVE "N" TO WS-TETO-VALID-SW
004980         COMPUTE WS-TETO-DIA-NUM =
004990             FUNCTION NUMVAL(WS-IN-TETO-DIA) / 100
005000             ON SIZE ERROR
005010                 GO TO 2450-EXIT
005020         END-COMPUTE
005030     END-IF
005040     DISPLAY "TETO DA SEMANA (CENTAVOS, EX. 05500 = R$55,00;"
005050             " BRANCO = SEM TETO):"
005060     ACCEPT WS-IN-TETO-SEMANA
005070     IF WS-IN-TETO-SEMANA NOT = SPACES
005080         CALL "VALIDNUM" USING WS-IN-TETO-SEMANA WS-ALLOW-ZERO-YES
005090                               WS-TETO-VALID-SW
005100         IF NOT WS-TETO-VALID
005110             GO TO 2450-EXIT
005120         END-IF
005130         MOVE "N" TO WS-TETO-VALID-SW
005140         COMPUTE WS-TETO-SEMANA-NUM =
005150             FUNCTION NUMVAL(WS-IN-TETO-SEMANA) / 100
005160             ON SIZE ERROR
005170                 GO TO 2450-EXIT
005180         END-COMPUTE
005190     END-IF
005200     MOVE "Y" TO WS-TETO-VALID-SW.
005210 2450-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*  2500-LIST-ROTAS
005260*  LISTA O CADASTRO CARREGADO, UMA VIGENCIA POR LINHA.
005270******************************************************************
005280 2500-LIST-ROTAS.
005290     PERFORM 2550-LIST-ONE THRU 2550-EXIT
005300         VARYING WS-SCAN FROM 1 BY 1
005310         UNTIL WS-SCAN > WS-ROTA-COUNT.
005320 2500-EXIT.
005330     EXIT.
005340
005350 2550-LIST-ONE.
005360     SET WS-ROTA-IDX TO WS-SCAN
005370     MOVE WS-RT-PRECO(WS-ROTA-IDX) TO WS-PRECO-ED
005380     DISPLAY WS-RT-CODIGO(WS-ROTA-IDX) " "
005390             WS-RT-DESC(WS-ROTA-IDX) " R$" WS-PRECO-ED
005400             " DE " WS-RT-EFFECTIVE(WS-ROTA-IDX)
005410             " ATE " WS-RT-END(WS-ROTA-IDX)
005420     IF WS-RT-TETO-DIA(WS-ROTA-IDX) > ZERO
005430         OR WS-RT-TETO-SEMANA(WS-ROTA-IDX) > ZERO
005440         MOVE WS-RT-TETO-DIA(WS-ROTA-IDX)    TO WS-TETO-DIA-ED
005450         MOVE WS-RT-TETO-SEMANA(WS-ROTA-IDX) TO WS-TETO-SEMANA-ED
005460         DISPLAY "    TETO DIA R$" WS-TETO-DIA-ED
005470                 " SEMANA R$" WS-TETO-SEMANA-ED
005480     END-IF.
005490 2550-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530*  3000-FINALIZE
005531*  O ROTAMAST NAO E REGRAVADO AQUI (SO O APROVA O ALTERA); FECHA
005532*  A AUDITORIA E MOSTRA QUANTOS PEDIDOS FORAM SUBMETIDOS.
005560******************************************************************
005570 3000-FINALIZE.
005630     CLOSE AUDIT-LOG-FILE
005631     DISPLAY "PEDIDOS SUBMETIDOS PARA APROVACAO: "
005632             WS-CHANGE-COUNT.
006330
006340******************************************************************
006350*  7200-BUILD-ROTA-IMAGE
006360*  MONTA NO ESPELHO A IMAGEM DA VIGENCIA APONTADA POR
006370*  WS-ROTA-IDX, NO LAYOUT DO ARQUIVO.
006380******************************************************************
006390 7200-BUILD-ROTA-IMAGE.
006400     MOVE SPACES TO WS-ROTA-IMAGE
006410     MOVE WS-RT-CODIGO(WS-ROTA-IDX)    TO WS-RI-CODIGO
006420     MOVE WS-RT-DESC(WS-ROTA-IDX)      TO WS-RI-DESC
006430     MOVE WS-RT-PRECO(WS-ROTA-IDX)     TO WS-RI-PRECO
006440     MOVE WS-RT-EFFECTIVE(WS-ROTA-IDX) TO WS-RI-EFFECTIVE
006450     MOVE WS-RT-END(WS-ROTA-IDX)       TO WS-RI-END
006460     MOVE WS-RT-TETO-DIA(WS-ROTA-IDX)  TO WS-RI-TETO-DIA
006470     MOVE WS-RT-TETO-SEMANA(WS-ROTA-IDX) TO WS-RI-TETO-SEMANA.
006480
006490******************************************************************
006491*  7600-SUBMETE-PEDIDO
006492*  COMPLETA O PEDIDO (ACAO, IMAGENS E RESUMO JA VEM DO CHAMADOR),
006493*  GRAVA-O NO PENDALT PELO PENDWR E AUDITA A SUBMISSAO. O ROTAMAST
006494*  NAO TEM CHAVE UNICA (A ROTA TEM VARIAS VIGENCIAS) - A CHAVE DO
006495*  PEDIDO E SO PARA CONSULTA.
006530******************************************************************
006531 7600-SUBMETE-PEDIDO.
006532     MOVE "ROTAMAST"         TO PALT-ARQUIVO
006533     STRING WS-IN-CODIGO " " WS-IN-EFFECTIVE
006534         DELIMITED BY SIZE INTO PALT-CHAVE
006535     MOVE ZERO               TO PALT-CHAVE-POS
006536     MOVE ZERO               TO PALT-CHAVE-TAM
006537     MOVE "ROTAMANT"         TO PALT-PROGRAMA
006538     MOVE WS-REQUIRED-LEVEL  TO PALT-NIVEL
006539     MOVE WS-OPERATOR-ID     TO PALT-SOLICITANTE
006540     CALL "PENDWR" USING PEND-CHANGE-RECORD
006541     ADD 1 TO WS-CHANGE-COUNT
006542     MOVE "ROTAMANT"         TO AUDIT-PROGRAM-ID
006543     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
006544     ACCEPT AUDIT-TIME FROM TIME
006545     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
006546     MOVE WS-IN-CODIGO        TO AUDIT-KEY
006547     MOVE SPACES              TO AUDIT-DETAIL
006548     STRING "PEND " PALT-NUMERO " " PALT-RESUMO
006549         DELIMITED BY SIZE INTO AUDIT-DETAIL
006550     CALL "AUDITWR" USING AUDIT-RECORD
006551     DISPLAY "PEDIDO " PALT-NUMERO " AGUARDANDO APROVACAO"
006552             " (VALIDO ATE " PALT-EXPIRA ")".
