000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUBSTITU.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - SUBSTITUICAO DE CARTAO PERDIDO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  SUBSTITU.CBL
000090*  SUBSTITUICAO DE PASSE OU CARNE PERDIDO. O HOTMANT BLOQUEIA O
000100*  CARTAO, MAS O VALOR QUE RESTAVA NELE FICAVA PRESO - O TITULAR
000110*  COMPRAVA OUTRO PELO PRECO CHEIO. A TROCA FEITA AQUI:
000120*    - BLOQUEIA O NUMERO ANTIGO NO HOTLIST (SE O HOTMANT AINDA
000130*      NAO O FEZ) E EMITE UM NUMERO NOVO COM DIGITO VERIFICADOR,
000140*      NA MESMA SEQUENCIA DO PASSVEND/CARNVEND;
000150*    - PASSE: O NOVO HERDA ESCOPO, PRECO E VENCIMENTO, MENOS UM
000160*      DIA POR DIA EM QUE O NUMERO ANTIGO FOI USADO DESDE A DATA
000170*      DA PERDA (TICKETS); CARNE: O NOVO HERDA O CARN-RIDES-LEFT,
000180*      QUE JA VEM LIQUIDO DAS VIAGENS FEITAS DESDE A PERDA (O
000190*      VIAGEM DEBITA CADA EMBARQUE) - ELAS SO SAO MOSTRADAS;
000200*    - O ANTIGO FICA SEM VALOR (PASSE VENCIDO ONTEM, CARNE COM
000210*      SALDO ZERO), PARA UM DESBLOQUEIO NAO DUPLICAR O VALOR;
000220*    - A TAXA DE SUBSTITUICAO (SUBPARM) SAI EM RECIBO NUMERADO E
000230*      ENTRA NO DEPOSITO ESPERADO DO CAIXA (EXPDEP);
000240*    - A LIGACAO ANTIGO -> NOVO VAI PARA O SUBSTREF (O PASSHIST
000250*      JUNTA AS VIAGENS DOS DOIS NUMEROS) E A TROCA PARA A
000260*      AUDITORIA. NUMERO JA SUBSTITUIDO NAO E TROCADO DE NOVO.
000270*-----------------------------------------------------------------
000280*  MODIFICATION HISTORY
000290*  DATE       INIT  DESCRIPTION
000300*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PASS-MASTER-FILE ASSIGN TO "PASSMAST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS WS-PASSM-FILE-STATUS.
000380     SELECT CARNET-FILE ASSIGN TO "CARNMAST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-CARN-FILE-STATUS.
000410     SELECT HOTLIST-FILE ASSIGN TO "HOTLIST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-HOT-FILE-STATUS.
000440     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000470     SELECT SUBST-REF-FILE ASSIGN TO "SUBSTREF"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-SUB-FILE-STATUS.
000500     SELECT SUBST-PARM-FILE ASSIGN TO "SUBPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-SBP-FILE-STATUS.
000530     SELECT EXPECTED-DEPOSIT-FILE ASSIGN TO "EXPDEP"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-EXPDEP-FILE-STATUS.
000560     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PASS-MASTER-FILE
000620     RECORDING MODE IS F.
000630     COPY PASSMREC.
000640 FD  CARNET-FILE
000650     RECORDING MODE IS F.
000660     COPY CARNREC.
000670 FD  HOTLIST-FILE
000680     RECORDING MODE IS F.
000690     COPY HOTLISTREC.
000700 FD  TICKETS-FILE
000710     RECORDING MODE IS F.
000720     COPY TICKETREC.
000730 FD  SUBST-REF-FILE
000740     RECORDING MODE IS F.
000750     COPY SUBSTREC.
000760 FD  SUBST-PARM-FILE
000770     RECORDING MODE IS F.
000780     COPY SUBPARMREC.
000790 FD  EXPECTED-DEPOSIT-FILE
000800     RECORDING MODE IS F.
000810     COPY EXPDEPREC.
000820 FD  AUDIT-LOG-FILE
000830     RECORDING MODE IS F.
000840     COPY AUDITREC.
000850 WORKING-STORAGE SECTION.
000860 01  WS-SWITCHES.
000870     05  WS-PASSM-FILE-STATUS    PIC X(02)   VALUE "00".
000880     05  WS-CARN-FILE-STATUS     PIC X(02)   VALUE "00".
000890     05  WS-HOT-FILE-STATUS      PIC X(02)   VALUE "00".
000900     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000910     05  WS-SUB-FILE-STATUS      PIC X(02)   VALUE "00".
000920     05  WS-SBP-FILE-STATUS      PIC X(02)   VALUE "00".
000930     05  WS-EXPDEP-FILE-STATUS   PIC X(02)   VALUE "00".
000940     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000950     05  WS-PASSM-EOF-SW         PIC X(01)   VALUE "N".
000960         88  WS-PASSM-EOF                    VALUE "Y".
000970     05  WS-CARN-EOF-SW          PIC X(01)   VALUE "N".
000980         88  WS-CARN-EOF                     VALUE "Y".
000990     05  WS-HOT-EOF-SW           PIC X(01)   VALUE "N".
001000         88  WS-HOT-EOF                      VALUE "Y".
001010     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
001020         88  WS-TICKET-EOF                   VALUE "Y".
001030     05  WS-SUB-EOF-SW           PIC X(01)   VALUE "N".
001040         88  WS-SUB-EOF                      VALUE "Y".
001050     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
001060         88  WS-EXIT                         VALUE "Y".
001070     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001080         88  WS-SIGNON-VALID                 VALUE "Y".
001090     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001100         88  WS-FOUND                        VALUE "Y".
001110     05  WS-HOT-FOUND-SW         PIC X(01)   VALUE "N".
001120         88  WS-HOT-FOUND                    VALUE "Y".
001130     05  WS-JA-SUBST-SW          PIC X(01)   VALUE "N".
001140         88  WS-JA-SUBST                     VALUE "Y".
001150 01  WS-MSG-CODE-WK              PIC X(08).
001160 01  WS-MSG-TEXT-WK              PIC X(60).
001170 01  WS-OPERATOR-ID              PIC X(08).
001180 01  WS-OPERATOR-PIN             PIC X(04).
001190 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001200 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001210     88  WS-AUTHORIZED                       VALUE "Y".
001220     COPY RUNSTAMP.
001230 01  WS-HOJE                     PIC X(08).
001240 01  WS-ONTEM                    PIC X(08).
001250 01  WS-IN-NUMERO                PIC X(10).
001260 01  WS-IN-PERDA                 PIC X(08).
001270 01  WS-IN-CAIXA                 PIC X(05).
001280 01  WS-IN-CONFIRMA              PIC X(01).
001290 01  WS-IN-FILIAL                PIC X(03).
001300*  SERIE DE RECIBO = FILIAL DO BALCAO (BRANCO VIRA "MTZ").
001310 01  WS-FILIAL                   PIC X(03).
001320 01  WS-TIPO                     PIC X(01).
001330     88  WS-TIPO-PASSE                       VALUE "P".
001340     88  WS-TIPO-CARNE                       VALUE "C".
001350 01  WS-DATA-PERDA               PIC X(08).
001360 01  WS-NUMERO-NOVO              PIC X(10).
001370 01  WS-HOLDER-WK                PIC X(20).
001380*  DADOS DO CARTAO ANTIGO QUE PASSAM AO NOVO.
001390 01  WS-ROTA-WK                  PIC X(03).
001400 01  WS-PRECO-WK                 PIC 9(05)V99.
001410 01  WS-TOTAL-WK                 PIC 9(03).
001420 01  WS-SALE-DATE-WK             PIC X(08).
001430 01  WS-EXPIRY-NOVA              PIC X(08).
001440 01  WS-SALDO-NOVO               PIC 9(03).
001450 01  WS-DESCONTO                 PIC 9(03).
001460 01  WS-TAXA-WK                  PIC 9(05)V99.
001470*  TAXAS PADRAO, TROCADAS PELO SUBPARM QUANDO HA.
001480 01  WS-TAXA-PASSE               PIC 9(05)V99 VALUE 10.00.
001490 01  WS-TAXA-CARNE               PIC 9(05)V99 VALUE 5.00.
001500 01  WS-DATA-NUM                 PIC 9(08).
001510 01  WS-DIAS-INT                 PIC 9(07).
001520 01  WS-PM-POS                   PIC 9(03).
001530 01  WS-CN-POS                   PIC 9(03).
001540 01  WS-PROX-PASSE               PIC 9(09)   VALUE ZERO.
001550 01  WS-PROX-CARNE               PIC 9(08)   VALUE ZERO.
001560 01  WS-NUM-WK                   PIC 9(09).
001570 01  WS-SEQ-WK                   PIC 9(08).
001580*  NUMERO NOVO COM DIGITO VERIFICADOR (ROTINA DIGVER).
001590 01  WS-NUMERO-DV.
001600     05  WS-NUMERO-DV-BASE       PIC 9(09).
001610     05  FILLER                  PIC X(01).
001620 01  WS-DV-ACAO                  PIC X(01).
001630 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
001640     88  WS-DV-VALID                         VALUE "Y".
001650 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001660 01  WS-SCAN                     PIC 9(03).
001670 01  WS-VALOR-ED                 PIC ZZZZ9.99.
001680*  AREA DO RECIBO MONTADA PARA A ROTINA RECIBO.
001690     COPY RECIBOREC.
001700
001710******************************************************************
001720*  CADASTROS DE PASSES E DE CARNES E LISTA NEGRA CARREGADOS EM
001730*  MEMORIA E REGRAVADOS INTEIROS NA SAIDA (PADRAO DO PASSVEND).
001740******************************************************************
001750 01  WS-PM-TABLE.
001760     05  WS-PM-ENTRY OCCURS 200 TIMES
001770                     INDEXED BY WS-PM-IDX.
001780         10  WS-PM-NUMERO        PIC X(10).
001790         10  WS-PM-HOLDER        PIC X(20).
001800         10  WS-PM-ROTA          PIC X(03).
001810         10  WS-PM-EXPIRY        PIC X(08).
001820         10  WS-PM-PRECO         PIC 9(05)V99.
001830 01  WS-PM-COUNT                 PIC 9(03)   VALUE ZERO.
001840 01  WS-CN-TABLE.
001850     05  WS-CN-ENTRY OCCURS 200 TIMES
001860                     INDEXED BY WS-CN-IDX.
001870         10  WS-CN-NUMERO        PIC X(10).
001880         10  WS-CN-HOLDER        PIC X(20).
001890         10  WS-CN-TOTAL         PIC 9(03).
001900         10  WS-CN-LEFT          PIC 9(03).
001910         10  WS-CN-PRECO         PIC 9(05)V99.
001920         10  WS-CN-SALE-DATE     PIC X(08).
001930 01  WS-CN-COUNT                 PIC 9(03)   VALUE ZERO.
001940 01  WS-HL-TABLE.
001950     05  WS-HL-ENTRY OCCURS 100 TIMES
001960                     INDEXED BY WS-HL-IDX.
001970         10  WS-HL-PASSE         PIC X(10).
001980         10  WS-HL-DATE          PIC X(08).
001990         10  WS-HL-REASON        PIC X(20).
002000 01  WS-HL-COUNT                 PIC 9(03)   VALUE ZERO.
002010 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
002020     88  WS-OVERFLOW                         VALUE "Y".
002030
002040******************************************************************
002050*  DIAS DISTINTOS EM QUE O PASSE ANTIGO FOI USADO DESDE A PERDA.
002060******************************************************************
002070 01  WS-DU-TABLE.
002080     05  WS-DU-ENTRY OCCURS 100 TIMES
002090                     INDEXED BY WS-DU-IDX.
002100         10  WS-DU-DATA          PIC X(08).
002110 01  WS-DU-COUNT                 PIC 9(03)   VALUE ZERO.
002120 01  WS-USOS                     PIC 9(03)   VALUE ZERO.
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
002270     IF WS-OVERFLOW
002280         DISPLAY "PASSMAST, CARNMAST OU HOTLIST MAIOR QUE A"
002290                 " TABELA - EXECUCAO RECUSADA, NADA ALTERADO"
002300         MOVE 8 TO RETURN-CODE
002310         STOP RUN
002320     END-IF
002330     PERFORM 2000-PEDE-CARTAO THRU 2000-EXIT
002340         UNTIL WS-EXIT
002350     PERFORM 3000-FINALIZE
002360     STOP RUN.
002370
002380******************************************************************
002390*  0010-SIGN-ON
002400*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002410*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002420******************************************************************
002430 0010-SIGN-ON.
002440     MOVE "N" TO WS-SIGNON-VALID-SW
002450     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002460         UNTIL WS-SIGNON-VALID.
002470 0010-EXIT.
002480     EXIT.
002490
002500 0020-PROMPT-SIGNON.
002510     MOVE "SGN-001" TO WS-MSG-CODE-WK
002520     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002530     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002540     ACCEPT WS-OPERATOR-ID
002550     MOVE "SGN-002" TO WS-MSG-CODE-WK
002560     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002570     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002580     ACCEPT WS-OPERATOR-PIN
002590     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002600                           WS-SIGNON-VALID-SW
002610     IF NOT WS-SIGNON-VALID
002620         MOVE "SGN-003" TO WS-MSG-CODE-WK
002630         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002640         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002650     END-IF.
002660 0020-EXIT.
002670     EXIT.
002680
002690******************************************************************
002700*  1000-INITIALIZE
002710*  CARREGA PASSES, CARNES (GUARDANDO O MAIOR SEQUENCIAL DE CADA)
002720*  E A LISTA NEGRA, LE AS TAXAS E ABRE A AUDITORIA.
002730******************************************************************
002740 1000-INITIALIZE.
002750     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002760     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002770     ACCEPT RUN-STAMP-ID   FROM TIME
002780     MOVE WS-HOJE TO WS-DATA-NUM
002790     COMPUTE WS-DIAS-INT =
002800         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1
002810     COMPUTE WS-DATA-NUM =
002820         FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
002830     MOVE WS-DATA-NUM TO WS-ONTEM
002840     OPEN INPUT PASS-MASTER-FILE
002850     IF WS-PASSM-FILE-STATUS NOT = "00"
002860         MOVE "Y" TO WS-PASSM-EOF-SW
002870     ELSE
002880         PERFORM 1100-LOAD-PASS-ENTRY THRU 1100-EXIT
002890             UNTIL WS-PASSM-EOF
002900         CLOSE PASS-MASTER-FILE
002910     END-IF
002920     OPEN INPUT CARNET-FILE
002930     IF WS-CARN-FILE-STATUS NOT = "00"
002940         MOVE "Y" TO WS-CARN-EOF-SW
002950     ELSE
002960         PERFORM 1200-LOAD-CARNET-ENTRY THRU 1200-EXIT
002970             UNTIL WS-CARN-EOF
002980         CLOSE CARNET-FILE
002990     END-IF
003000     OPEN INPUT HOTLIST-FILE
003010     IF WS-HOT-FILE-STATUS NOT = "00"
003020         MOVE "Y" TO WS-HOT-EOF-SW
003030     ELSE
003040         PERFORM 1300-LOAD-HOT-ENTRY THRU 1300-EXIT
003050             UNTIL WS-HOT-EOF
003060         CLOSE HOTLIST-FILE
003070     END-IF
003080     PERFORM 1400-LOAD-SUBST-PARM THRU 1400-EXIT
003090     PERFORM 0100-OPEN-AUDIT-LOG-FILE
003100     DISPLAY "FILIAL DO BALCAO (BRANCO=MTZ):"
003110     ACCEPT WS-IN-FILIAL
003120     IF WS-IN-FILIAL = SPACES
003130         MOVE "MTZ" TO WS-FILIAL
003140     ELSE
003150         MOVE WS-IN-FILIAL TO WS-FILIAL
003160     END-IF.
003170
003180 1100-LOAD-PASS-ENTRY.
003190     READ PASS-MASTER-FILE
003200         AT END
003210             MOVE "Y" TO WS-PASSM-EOF-SW
003220             GO TO 1100-EXIT
003230     END-READ
003240     IF WS-PM-COUNT >= 200
003250         MOVE "Y" TO WS-OVERFLOW-SW
003260         GO TO 1100-EXIT
003270     END-IF
003280     ADD 1 TO WS-PM-COUNT
003290     SET WS-PM-IDX TO WS-PM-COUNT
003300     MOVE PASSM-NUMERO TO WS-PM-NUMERO(WS-PM-IDX)
003310     MOVE PASSM-HOLDER TO WS-PM-HOLDER(WS-PM-IDX)
003320     MOVE PASSM-ROTA   TO WS-PM-ROTA(WS-PM-IDX)
003330     MOVE PASSM-EXPIRY TO WS-PM-EXPIRY(WS-PM-IDX)
003340     MOVE PASSM-PRECO  TO WS-PM-PRECO(WS-PM-IDX)
003350     IF PASSM-NUMERO NUMERIC
003360         MOVE PASSM-NUMERO(1:9) TO WS-NUM-WK
003370         IF WS-NUM-WK > WS-PROX-PASSE
003380             MOVE WS-NUM-WK TO WS-PROX-PASSE
003390         END-IF
003400     END-IF.
003410 1100-EXIT.
003420     EXIT.
003430
003440 1200-LOAD-CARNET-ENTRY.
003450     READ CARNET-FILE
003460         AT END
003470             MOVE "Y" TO WS-CARN-EOF-SW
003480             GO TO 1200-EXIT
003490     END-READ
003500*    SALDO NAO NUMERICO TAMBEM NAO CABE: A REGRAVACAO O PERDERIA.
003510     IF WS-CN-COUNT >= 200
003520         OR CARN-RIDES-LEFT NOT NUMERIC
003530         MOVE "Y" TO WS-OVERFLOW-SW
003540         GO TO 1200-EXIT
003550     END-IF
003560     ADD 1 TO WS-CN-COUNT
003570     SET WS-CN-IDX TO WS-CN-COUNT
003580     MOVE CARN-NUMERO      TO WS-CN-NUMERO(WS-CN-IDX)
003590     MOVE CARN-HOLDER      TO WS-CN-HOLDER(WS-CN-IDX)
003600     MOVE CARN-RIDES-TOTAL TO WS-CN-TOTAL(WS-CN-IDX)
003610     MOVE CARN-RIDES-LEFT  TO WS-CN-LEFT(WS-CN-IDX)
003620     MOVE CARN-PRECO       TO WS-CN-PRECO(WS-CN-IDX)
003630     MOVE CARN-SALE-DATE   TO WS-CN-SALE-DATE(WS-CN-IDX)
003640     IF CARN-NUMERO(2:9) NUMERIC
003650         MOVE CARN-NUMERO(2:8) TO WS-SEQ-WK
003660         IF WS-SEQ-WK > WS-PROX-CARNE
003670             MOVE WS-SEQ-WK TO WS-PROX-CARNE
003680         END-IF
003690     END-IF.
003700 1200-EXIT.
003710     EXIT.
003720
003730 1300-LOAD-HOT-ENTRY.
003740     READ HOTLIST-FILE
003750         AT END
003760             MOVE "Y" TO WS-HOT-EOF-SW
003770             GO TO 1300-EXIT
003780     END-READ
003790     IF WS-HL-COUNT >= 100
003800         MOVE "Y" TO WS-OVERFLOW-SW
003810         GO TO 1300-EXIT
003820     END-IF
003830     ADD 1 TO WS-HL-COUNT
003840     SET WS-HL-IDX TO WS-HL-COUNT
003850     MOVE HOT-PASSE  TO WS-HL-PASSE(WS-HL-IDX)
003860     MOVE HOT-DATE   TO WS-HL-DATE(WS-HL-IDX)
003870     MOVE HOT-REASON TO WS-HL-REASON(WS-HL-IDX).
003880 1300-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*  1400-LOAD-SUBST-PARM
003930*  TAXAS DE SUBSTITUICAO DO SUBPARM; SEM O ARQUIVO OU COM TAXA
003940*  NAO NUMERICA FICA O PADRAO DO PROGRAMA.
003950******************************************************************
003960 1400-LOAD-SUBST-PARM.
003970     OPEN INPUT SUBST-PARM-FILE
003980     IF WS-SBP-FILE-STATUS NOT = "00"
003990         GO TO 1400-EXIT
004000     END-IF
004010     READ SUBST-PARM-FILE
004020         AT END
004030             MOVE "10" TO WS-SBP-FILE-STATUS
004040     END-READ
004050     IF WS-SBP-FILE-STATUS = "00"
004060         IF SBP-TAXA-PASSE NUMERIC
004070             MOVE SBP-TAXA-PASSE TO WS-TAXA-PASSE
004080         END-IF
004090         IF SBP-TAXA-CARNE NUMERIC
004100             MOVE SBP-TAXA-CARNE TO WS-TAXA-CARNE
004110         END-IF
004120     END-IF
004130     CLOSE SUBST-PARM-FILE.
004140 1400-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180*  0100-OPEN-AUDIT-LOG-FILE
004190*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
004200*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
004210******************************************************************
004220 0100-OPEN-AUDIT-LOG-FILE.
004230     OPEN EXTEND AUDIT-LOG-FILE
004240     IF WS-AUDIT-FILE-STATUS = "35"
004250         OPEN OUTPUT AUDIT-LOG-FILE
004260         CLOSE AUDIT-LOG-FILE
004270         OPEN EXTEND AUDIT-LOG-FILE
004280     END-IF.
004290
004300******************************************************************
004310*  2000-PEDE-CARTAO
004320*  PEDE O NUMERO PERDIDO, CONFERE QUE PODE SER TROCADO, APURA O
004330*  VALOR QUE PASSA AO NOVO E, COM A CONFIRMACAO, FAZ A TROCA.
004340******************************************************************
004350 2000-PEDE-CARTAO.
004360     DISPLAY " "
004370     DISPLAY "NUMERO DO PASSE OU CARNE PERDIDO (BRANCO=FIM):"
004380     ACCEPT WS-IN-NUMERO
004390     IF WS-IN-NUMERO = SPACES
004400         MOVE "Y" TO WS-EXIT-SW
004410         GO TO 2000-EXIT
004420     END-IF
004430     MOVE WS-IN-NUMERO TO WS-NUMERO-DV
004440     MOVE "V"          TO WS-DV-ACAO
004450     CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO WS-DV-VALID-SW
004460     IF NOT WS-DV-VALID
004470         DISPLAY "NUMERO COM DIGITO VERIFICADOR INVALIDO"
004480         GO TO 2000-EXIT
004490     END-IF
004500     PERFORM 2100-CONFERE-SUBSTREF THRU 2100-EXIT
004510     IF WS-JA-SUBST
004520         DISPLAY "CARTAO JA SUBSTITUIDO PELO " SUB-NUMERO-NOVO
004530                 " EM " SUB-DATA
004540         GO TO 2000-EXIT
004550     END-IF
004560     IF WS-IN-NUMERO(1:1) = "C"
004570         MOVE "C" TO WS-TIPO
004580     ELSE
004590         MOVE "P" TO WS-TIPO
004600     END-IF
004610     PERFORM 2200-ACHA-CARTAO THRU 2200-EXIT
004620     IF NOT WS-FOUND
004630         GO TO 2000-EXIT
004640     END-IF
004650*    DATA DA PERDA: A DO BLOQUEIO, SE O HOTMANT JA BLOQUEOU; SENAO
004660*    A QUE O TITULAR INFORMAR (BRANCO = HOJE).
004670     MOVE "N" TO WS-HOT-FOUND-SW
004680     PERFORM 2250-MATCH-HOT THRU 2250-EXIT
004690         VARYING WS-SCAN FROM 1 BY 1
004700         UNTIL WS-SCAN > WS-HL-COUNT OR WS-HOT-FOUND
004710     IF WS-HOT-FOUND
004720         MOVE WS-HL-DATE(WS-HL-IDX) TO WS-DATA-PERDA
004730         DISPLAY "BLOQUEADO NO HOTLIST EM " WS-DATA-PERDA
004740     ELSE
004750         IF WS-HL-COUNT >= 100
004760             DISPLAY "HOTLIST CHEIO - DESBLOQUEIE OS RESOLVIDOS"
004770             GO TO 2000-EXIT
004780         END-IF
004790         DISPLAY "DATA DA PERDA (AAAAMMDD, BRANCO=HOJE):"
004800         ACCEPT WS-IN-PERDA
004810         IF WS-IN-PERDA = SPACES
004820             MOVE WS-HOJE TO WS-DATA-PERDA
004830         ELSE
004840             MOVE WS-IN-PERDA TO WS-DATA-PERDA
004850         END-IF
004860         IF WS-DATA-PERDA NOT NUMERIC
004870             OR WS-DATA-PERDA > WS-HOJE
004880             DISPLAY "DATA DA PERDA INVALIDA OU FUTURA"
004890             GO TO 2000-EXIT
004900         END-IF
004910     END-IF
004920     PERFORM 2300-CONTA-USO THRU 2300-EXIT
004930     IF WS-TIPO-PASSE
004940         PERFORM 2400-APURA-PASSE THRU 2400-EXIT
004950     ELSE
004960         PERFORM 2500-APURA-CARNE THRU 2500-EXIT
004970     END-IF
004980     IF NOT WS-FOUND
004990         GO TO 2000-EXIT
005000     END-IF
005010     MOVE WS-TAXA-WK TO WS-VALOR-ED
005020     DISPLAY "TAXA DE SUBSTITUICAO R$" WS-VALOR-ED
005030     DISPLAY "CONFIRMA A SUBSTITUICAO (S/N):"
005040     ACCEPT WS-IN-CONFIRMA
005050     IF WS-IN-CONFIRMA NOT = "S" AND NOT = "s"
005060         DISPLAY "SUBSTITUICAO NAO CONFIRMADA - NADA ALTERADO"
005070         GO TO 2000-EXIT
005080     END-IF
005090     DISPLAY "CAIXA (TELLER-ID):"
005100     ACCEPT WS-IN-CAIXA
005110     PERFORM 2600-EFETIVA-TROCA THRU 2600-EXIT.
005120 2000-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160*  2100-CONFERE-SUBSTREF
005170*  NUMERO QUE JA E ANTIGO NO SUBSTREF JA FOI TROCADO.
005180******************************************************************
005190 2100-CONFERE-SUBSTREF.
005200     MOVE "N" TO WS-JA-SUBST-SW
005210     MOVE "N" TO WS-SUB-EOF-SW
005220     OPEN INPUT SUBST-REF-FILE
005230     IF WS-SUB-FILE-STATUS NOT = "00"
005240         GO TO 2100-EXIT
005250     END-IF
005260     PERFORM 2150-MATCH-SUBST THRU 2150-EXIT
005270         UNTIL WS-SUB-EOF OR WS-JA-SUBST
005280     CLOSE SUBST-REF-FILE.
005290 2100-EXIT.
005300     EXIT.
005310
005320 2150-MATCH-SUBST.
005330     READ SUBST-REF-FILE
005340         AT END
005350             MOVE "Y" TO WS-SUB-EOF-SW
005360             GO TO 2150-EXIT
005370     END-READ
005380     IF SUB-NUMERO-ANTIGO = WS-IN-NUMERO
005390         MOVE "Y" TO WS-JA-SUBST-SW
005400     END-IF.
005410 2150-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450*  2200-ACHA-CARTAO
005460*  LOCALIZA O NUMERO NO CADASTRO DO TIPO DELE E CONFERE QUE HA
005470*  LUGAR PARA O NUMERO NOVO.
005480******************************************************************
005490 2200-ACHA-CARTAO.
005500     MOVE "N" TO WS-FOUND-SW
005510     IF WS-TIPO-PASSE
005520         PERFORM 2210-MATCH-PASSE THRU 2210-EXIT
005530             VARYING WS-SCAN FROM 1 BY 1
005540             UNTIL WS-SCAN > WS-PM-COUNT OR WS-FOUND
005550         IF NOT WS-FOUND
005560             DISPLAY "PASSE NAO ENCONTRADO"
005570             GO TO 2200-EXIT
005580         END-IF
005590         IF WS-PM-COUNT >= 200
005600             DISPLAY "CADASTRO DE PASSES CHEIO"
005610             MOVE "N" TO WS-FOUND-SW
005620         END-IF
005630     ELSE
005640         PERFORM 2220-MATCH-CARNE THRU 2220-EXIT
005650             VARYING WS-SCAN FROM 1 BY 1
005660             UNTIL WS-SCAN > WS-CN-COUNT OR WS-FOUND
005670         IF NOT WS-FOUND
005680             DISPLAY "CARNE NAO ENCONTRADO"
005690             GO TO 2200-EXIT
005700         END-IF
005710         IF WS-CN-COUNT >= 200
005720             DISPLAY "CADASTRO DE CARNES CHEIO"
005730             MOVE "N" TO WS-FOUND-SW
005740         END-IF
005750     END-IF.
005760 2200-EXIT.
005770     EXIT.
005780
005790 2210-MATCH-PASSE.
005800     SET WS-PM-IDX TO WS-SCAN
005810     IF WS-PM-NUMERO(WS-PM-IDX) = WS-IN-NUMERO
005820         MOVE "Y" TO WS-FOUND-SW
005830         MOVE WS-SCAN TO WS-PM-POS
005840     END-IF.
005850 2210-EXIT.
005860     EXIT.
005870
005880 2220-MATCH-CARNE.
005890     SET WS-CN-IDX TO WS-SCAN
005900     IF WS-CN-NUMERO(WS-CN-IDX) = WS-IN-NUMERO
005910         MOVE "Y" TO WS-FOUND-SW
005920         MOVE WS-SCAN TO WS-CN-POS
005930     END-IF.
005940 2220-EXIT.
005950     EXIT.
005960
005970 2250-MATCH-HOT.
005980     SET WS-HL-IDX TO WS-SCAN
005990     IF WS-HL-PASSE(WS-HL-IDX) = WS-IN-NUMERO
006000         MOVE "Y" TO WS-HOT-FOUND-SW
006010     END-IF.
006020 2250-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060*  2300-CONTA-USO
006070*  VIAGENS FEITAS COM O NUMERO ANTIGO DESDE A DATA DA PERDA -
006080*  SO EMBARQUES HONRADOS PELO CARTAO (CATEGORIA PASSE OU CARNE),
006090*  SEM REVERSAO DE ESTORNO. NO PASSE CONTA CADA DIA DE USO UMA
006100*  VEZ.
006110******************************************************************
006120 2300-CONTA-USO.
006130     MOVE ZERO TO WS-USOS
006140     MOVE ZERO TO WS-DU-COUNT
006150     MOVE "N"  TO WS-TICKET-EOF-SW
006160     OPEN INPUT TICKETS-FILE
006170     IF WS-TICKETS-FILE-STATUS NOT = "00"
006180         GO TO 2300-EXIT
006190     END-IF
006200     PERFORM 2350-EXAMINA-TICKET THRU 2350-EXIT
006210         UNTIL WS-TICKET-EOF
006220     CLOSE TICKETS-FILE.
006230 2300-EXIT.
006240     EXIT.
006250
006260 2350-EXAMINA-TICKET.
006270     READ TICKETS-FILE
006280         AT END
006290             MOVE "Y" TO WS-TICKET-EOF-SW
006300             GO TO 2350-EXIT
006310     END-READ
006320     IF TICKET-PASSE NOT = WS-IN-NUMERO
006330         OR TICKET-DATE < WS-DATA-PERDA
006340         OR TICKET-TARIFA < ZERO
006350         GO TO 2350-EXIT
006360     END-IF
006370     IF (WS-TIPO-PASSE AND TICKET-CATEGORIA NOT = "PASSE")
006380         OR (WS-TIPO-CARNE AND TICKET-CATEGORIA NOT = "CARNE")
006390         GO TO 2350-EXIT
006400     END-IF
006410     ADD 1 TO WS-USOS
006420     MOVE "N" TO WS-FOUND-SW
006430     PERFORM 2370-MATCH-DIA THRU 2370-EXIT
006440         VARYING WS-DU-IDX FROM 1 BY 1
006450         UNTIL WS-DU-IDX > WS-DU-COUNT OR WS-FOUND
006460     IF NOT WS-FOUND
006470         AND WS-DU-COUNT < 100
006480         ADD 1 TO WS-DU-COUNT
006490         SET WS-DU-IDX TO WS-DU-COUNT
006500         MOVE TICKET-DATE TO WS-DU-DATA(WS-DU-IDX)
006510     END-IF.
006520 2350-EXIT.
006530     EXIT.
006540
006550 2370-MATCH-DIA.
006560     IF WS-DU-DATA(WS-DU-IDX) = TICKET-DATE
006570         MOVE "Y" TO WS-FOUND-SW
006580     END-IF.
006590 2370-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630*  2400-APURA-PASSE
006640*  O NOVO VENCE NO VENCIMENTO DO ANTIGO MENOS OS DIAS USADOS
006650*  DESDE A PERDA. PASSE VENCIDO, OU CUJO USO DESDE A PERDA JA
006660*  CONSUMIU O RESTO, NAO TEM O QUE TRANSFERIR.
006670******************************************************************
006680 2400-APURA-PASSE.
006690     MOVE "N" TO WS-FOUND-SW
006700     SET WS-PM-IDX TO WS-PM-POS
006710     IF WS-PM-EXPIRY(WS-PM-IDX) NOT NUMERIC
006720         OR WS-PM-EXPIRY(WS-PM-IDX) < WS-HOJE
006730         DISPLAY "PASSE VENCIDO - NADA A TRANSFERIR"
006740         GO TO 2400-EXIT
006750     END-IF
006760     MOVE WS-DU-COUNT TO WS-DESCONTO
006770     MOVE WS-PM-EXPIRY(WS-PM-IDX) TO WS-DATA-NUM
006780     COMPUTE WS-DIAS-INT =
006790         FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - WS-DESCONTO
006800     COMPUTE WS-DATA-NUM =
006810         FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
006820     MOVE WS-DATA-NUM TO WS-EXPIRY-NOVA
006830     MOVE ZERO        TO WS-SALDO-NOVO
006840     DISPLAY "PASSE " WS-IN-NUMERO " " WS-PM-HOLDER(WS-PM-IDX)
006850             " VENCE EM " WS-PM-EXPIRY(WS-PM-IDX)
006860     DISPLAY "USADO EM " WS-DESCONTO " DIA(S) DESDE "
006870             WS-DATA-PERDA " - O NOVO VENCE EM " WS-EXPIRY-NOVA
006880     IF WS-EXPIRY-NOVA < WS-HOJE
006890         DISPLAY "USO DESDE A PERDA CONSUMIU O RESTO DO PASSE -"
006900                 " NADA A TRANSFERIR"
006910         GO TO 2400-EXIT
006920     END-IF
006930     MOVE WS-PM-HOLDER(WS-PM-IDX) TO WS-HOLDER-WK
006940     MOVE WS-PM-ROTA(WS-PM-IDX)   TO WS-ROTA-WK
006950     MOVE WS-PM-PRECO(WS-PM-IDX)  TO WS-PRECO-WK
006960     MOVE WS-TAXA-PASSE           TO WS-TAXA-WK
006970     MOVE "Y" TO WS-FOUND-SW.
006980 2400-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020*  2500-APURA-CARNE
007030*  O NOVO RECEBE O SALDO DO ANTIGO, JA LIQUIDO DAS VIAGENS QUE O
007040*  VIAGEM DEBITOU DESDE A PERDA (MOSTRADAS PARA O TITULAR).
007050******************************************************************
007060 2500-APURA-CARNE.
007070     MOVE "N" TO WS-FOUND-SW
007080     SET WS-CN-IDX TO WS-CN-POS
007090     MOVE WS-USOS               TO WS-DESCONTO
007100     MOVE WS-CN-LEFT(WS-CN-IDX) TO WS-SALDO-NOVO
007110     MOVE SPACES                TO WS-EXPIRY-NOVA
007120     DISPLAY "CARNE " WS-IN-NUMERO " " WS-CN-HOLDER(WS-CN-IDX)
007130             " SALDO " WS-CN-LEFT(WS-CN-IDX) " VIAGEM(NS)"
007140     DISPLAY "VIAGENS DESDE " WS-DATA-PERDA ": " WS-DESCONTO
007150             " (JA DEBITADAS DO SALDO) - O NOVO FICA COM "
007160             WS-SALDO-NOVO
007170     IF WS-SALDO-NOVO = ZERO
007180         DISPLAY "CARNE SEM SALDO - NADA A TRANSFERIR"
007190         GO TO 2500-EXIT
007200     END-IF
007210     MOVE WS-CN-HOLDER(WS-CN-IDX)    TO WS-HOLDER-WK
007220     MOVE WS-CN-TOTAL(WS-CN-IDX)     TO WS-TOTAL-WK
007230     MOVE WS-CN-PRECO(WS-CN-IDX)     TO WS-PRECO-WK
007240     MOVE WS-CN-SALE-DATE(WS-CN-IDX) TO WS-SALE-DATE-WK
007250     MOVE WS-TAXA-CARNE           TO WS-TAXA-WK
007260     MOVE "Y" TO WS-FOUND-SW.
007270 2500-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310*  2600-EFETIVA-TROCA
007320*  EMITE O NUMERO NOVO COM O VALOR APURADO, ZERA O ANTIGO E O
007330*  BLOQUEIA, COBRA A TAXA (RECIBO + EXPDEP) E GRAVA A LIGACAO NO
007340*  SUBSTREF E A TROCA NA AUDITORIA.
007350******************************************************************
007360 2600-EFETIVA-TROCA.
007370     IF WS-TIPO-PASSE
007380         ADD 1 TO WS-PROX-PASSE
007390         MOVE WS-PROX-PASSE TO WS-NUMERO-DV-BASE
007400         MOVE "C"           TO WS-DV-ACAO
007410         CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO
007415                             WS-DV-VALID-SW
007420         MOVE WS-NUMERO-DV  TO WS-NUMERO-NOVO
007430         SET WS-PM-IDX TO WS-PM-POS
007440         MOVE WS-ONTEM TO WS-PM-EXPIRY(WS-PM-IDX)
007450         ADD 1 TO WS-PM-COUNT
007460         SET WS-PM-IDX TO WS-PM-COUNT
007470         MOVE WS-NUMERO-NOVO TO WS-PM-NUMERO(WS-PM-IDX)
007480         MOVE WS-HOLDER-WK   TO WS-PM-HOLDER(WS-PM-IDX)
007490         MOVE WS-EXPIRY-NOVA TO WS-PM-EXPIRY(WS-PM-IDX)
007500         MOVE WS-ROTA-WK     TO WS-PM-ROTA(WS-PM-IDX)
007510         MOVE WS-PRECO-WK    TO WS-PM-PRECO(WS-PM-IDX)
007520     ELSE
007530         ADD 1 TO WS-PROX-CARNE
007540         MOVE SPACES TO WS-NUMERO-NOVO
007550         STRING "C" WS-PROX-CARNE DELIMITED BY SIZE
007560             INTO WS-NUMERO-NOVO
007570         MOVE "C" TO WS-DV-ACAO
007580         CALL "DIGVER" USING WS-NUMERO-NOVO WS-DV-ACAO
007590                             WS-DV-VALID-SW
007600         SET WS-CN-IDX TO WS-CN-POS
007610         MOVE ZERO TO WS-CN-LEFT(WS-CN-IDX)
007620         ADD 1 TO WS-CN-COUNT
007630         SET WS-CN-IDX TO WS-CN-COUNT
007640         MOVE WS-NUMERO-NOVO TO WS-CN-NUMERO(WS-CN-IDX)
007650         MOVE WS-HOLDER-WK   TO WS-CN-HOLDER(WS-CN-IDX)
007660         MOVE WS-SALDO-NOVO  TO WS-CN-LEFT(WS-CN-IDX)
007670         MOVE WS-TOTAL-WK    TO WS-CN-TOTAL(WS-CN-IDX)
007680         MOVE WS-PRECO-WK    TO WS-CN-PRECO(WS-CN-IDX)
007690         MOVE WS-SALE-DATE-WK TO WS-CN-SALE-DATE(WS-CN-IDX)
007700     END-IF
007710     IF NOT WS-HOT-FOUND
007720         ADD 1 TO WS-HL-COUNT
007730         SET WS-HL-IDX TO WS-HL-COUNT
007740         MOVE WS-IN-NUMERO  TO WS-HL-PASSE(WS-HL-IDX)
007750         MOVE WS-HOJE       TO WS-HL-DATE(WS-HL-IDX)
007760         MOVE SPACES        TO WS-HL-REASON(WS-HL-IDX)
007770         STRING "SUBST POR " WS-NUMERO-NOVO
007780             DELIMITED BY SIZE INTO WS-HL-REASON(WS-HL-IDX)
007790     END-IF
007800     ADD 1 TO WS-CHANGE-COUNT
007810     MOVE SPACES TO RECEIPT-RECORD
007820     STRING "SUBST " WS-IN-NUMERO " > " WS-NUMERO-NOVO
007830         DELIMITED BY SIZE INTO RCB-REFERENCIA
007840     PERFORM 7200-EMITE-RECIBO
007850     PERFORM 2700-WRITE-EXPDEP THRU 2700-EXIT
007860     PERFORM 2800-WRITE-SUBSTREF
007870     PERFORM 7000-WRITE-AUDIT-TROCA
007880     MOVE WS-TAXA-WK TO WS-VALOR-ED
007890     DISPLAY "NOVO NUMERO " WS-NUMERO-NOVO " EMITIDO - "
007900             WS-IN-NUMERO " BLOQUEADO - TAXA R$" WS-VALOR-ED
007910             " - RECIBO " RCB-SERIE "-" RCB-NUMERO.
007920 2600-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960*  2700-WRITE-EXPDEP
007970*  A TAXA ENTRA NO DEPOSITO ESPERADO DO CAIXA, COMO A VENDA DE
007980*  PASSE NO PASSVEND.
007990******************************************************************
008000 2700-WRITE-EXPDEP.
008010     IF WS-IN-CAIXA = SPACES
008020         DISPLAY "SEM CAIXA - TAXA FORA DO EXPDEP"
008030         GO TO 2700-EXIT
008040     END-IF
008050     OPEN EXTEND EXPECTED-DEPOSIT-FILE
008060     IF WS-EXPDEP-FILE-STATUS = "35"
008070         OPEN OUTPUT EXPECTED-DEPOSIT-FILE
008080         CLOSE EXPECTED-DEPOSIT-FILE
008090         OPEN EXTEND EXPECTED-DEPOSIT-FILE
008100     END-IF
008110     MOVE SPACES        TO EXPECTED-DEPOSIT-RECORD
008120     MOVE WS-IN-CAIXA   TO EXPDEP-CAIXA-ID
008130     MOVE WS-HOJE       TO EXPDEP-BUS-DATE
008140     MOVE WS-TAXA-WK    TO EXPDEP-AMOUNT
008150     MOVE RUN-STAMP-ID  TO EXPDEP-RUN-ID
008160     MOVE WS-FILIAL     TO EXPDEP-FILIAL
008170     MOVE RCB-NUMERO    TO EXPDEP-RECIBO
008180     WRITE EXPECTED-DEPOSIT-RECORD
008190     CLOSE EXPECTED-DEPOSIT-FILE.
008200 2700-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240*  2800-WRITE-SUBSTREF
008250*  ACRESCENTA A LIGACAO ANTIGO -> NOVO COM O VALOR TRANSFERIDO.
008260******************************************************************
008270 2800-WRITE-SUBSTREF.
008280     OPEN EXTEND SUBST-REF-FILE
008290     IF WS-SUB-FILE-STATUS = "35"
008300         OPEN OUTPUT SUBST-REF-FILE
008310         CLOSE SUBST-REF-FILE
008320         OPEN EXTEND SUBST-REF-FILE
008330     END-IF
008340     MOVE SPACES          TO CARD-REPLACEMENT-RECORD
008350     MOVE WS-TIPO         TO SUB-TIPO
008360     MOVE WS-IN-NUMERO    TO SUB-NUMERO-ANTIGO
008370     MOVE WS-NUMERO-NOVO  TO SUB-NUMERO-NOVO
008380     MOVE WS-HOJE         TO SUB-DATA
008390     MOVE WS-DATA-PERDA   TO SUB-DATA-PERDA
008400     MOVE WS-HOLDER-WK    TO SUB-HOLDER
008410     MOVE WS-EXPIRY-NOVA  TO SUB-EXPIRY-NOVA
008420     MOVE WS-SALDO-NOVO   TO SUB-SALDO-NOVO
008430     MOVE WS-DESCONTO     TO SUB-DESCONTO
008440     MOVE WS-TAXA-WK      TO SUB-TAXA
008450     MOVE RCB-NUMERO      TO SUB-RECIBO
008460     MOVE WS-OPERATOR-ID  TO SUB-OPERATOR-ID
008470     WRITE CARD-REPLACEMENT-RECORD
008480     CLOSE SUBST-REF-FILE.
008490
008500******************************************************************
008510*  3000-FINALIZE
008520*  REGRAVA PASSES, CARNES E LISTA NEGRA (SE HOUVE TROCA) E FECHA
008530*  A AUDITORIA.
008540******************************************************************
008550 3000-FINALIZE.
008560     IF WS-CHANGE-COUNT > ZERO
008570         OPEN OUTPUT PASS-MASTER-FILE
008580         PERFORM 3100-WRITE-PASSE THRU 3100-EXIT
008590             VARYING WS-SCAN FROM 1 BY 1
008600             UNTIL WS-SCAN > WS-PM-COUNT
008610         CLOSE PASS-MASTER-FILE
008620         OPEN OUTPUT CARNET-FILE
008630         PERFORM 3200-WRITE-CARNE THRU 3200-EXIT
008640             VARYING WS-SCAN FROM 1 BY 1
008650             UNTIL WS-SCAN > WS-CN-COUNT
008660         CLOSE CARNET-FILE
008670         OPEN OUTPUT HOTLIST-FILE
008680         PERFORM 3300-WRITE-HOT THRU 3300-EXIT
008690             VARYING WS-SCAN FROM 1 BY 1
008700             UNTIL WS-SCAN > WS-HL-COUNT
008710         CLOSE HOTLIST-FILE
008720     END-IF
008730     CLOSE AUDIT-LOG-FILE
008740     DISPLAY "SUBSTITUICOES FEITAS: " WS-CHANGE-COUNT.
008750
008760 3100-WRITE-PASSE.
008770     SET WS-PM-IDX TO WS-SCAN
008780     MOVE SPACES                  TO PASS-MASTER-RECORD
008790     MOVE WS-PM-NUMERO(WS-PM-IDX) TO PASSM-NUMERO
008800     MOVE WS-PM-HOLDER(WS-PM-IDX) TO PASSM-HOLDER
008810     MOVE WS-PM-ROTA(WS-PM-IDX)   TO PASSM-ROTA
008820     MOVE WS-PM-EXPIRY(WS-PM-IDX) TO PASSM-EXPIRY
008830     MOVE WS-PM-PRECO(WS-PM-IDX)  TO PASSM-PRECO
008840     WRITE PASS-MASTER-RECORD.
008850 3100-EXIT.
008860     EXIT.
008870
008880 3200-WRITE-CARNE.
008890     SET WS-CN-IDX TO WS-SCAN
008900     MOVE SPACES                     TO CARNET-RECORD
008910     MOVE WS-CN-NUMERO(WS-CN-IDX)    TO CARN-NUMERO
008920     MOVE WS-CN-HOLDER(WS-CN-IDX)    TO CARN-HOLDER
008930     MOVE WS-CN-TOTAL(WS-CN-IDX)     TO CARN-RIDES-TOTAL
008940     MOVE WS-CN-LEFT(WS-CN-IDX)      TO CARN-RIDES-LEFT
008950     MOVE WS-CN-PRECO(WS-CN-IDX)     TO CARN-PRECO
008960     MOVE WS-CN-SALE-DATE(WS-CN-IDX) TO CARN-SALE-DATE
008970     WRITE CARNET-RECORD.
008980 3200-EXIT.
008990     EXIT.
009000
009010 3300-WRITE-HOT.
009020     SET WS-HL-IDX TO WS-SCAN
009030     MOVE SPACES                  TO HOTLIST-RECORD
009040     MOVE WS-HL-PASSE(WS-HL-IDX)  TO HOT-PASSE
009050     MOVE WS-HL-DATE(WS-HL-IDX)   TO HOT-DATE
009060     MOVE WS-HL-REASON(WS-HL-IDX) TO HOT-REASON
009070     WRITE HOTLIST-RECORD.
009080 3300-EXIT.
009090     EXIT.
009100
009110******************************************************************
009120*  7000-WRITE-AUDIT-TROCA
009130*  GRAVA A SUBSTITUICAO NA TRILHA DE AUDITORIA.
009140******************************************************************
009150 7000-WRITE-AUDIT-TROCA.
009160     MOVE "SUBSTITU"          TO AUDIT-PROGRAM-ID
009170     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
009180     ACCEPT AUDIT-TIME FROM TIME
009190     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
009200     MOVE WS-IN-NUMERO        TO AUDIT-KEY
009210     MOVE SPACES              TO AUDIT-DETAIL
009220     MOVE WS-TAXA-WK          TO WS-VALOR-ED
009230     STRING "SUBST POR " WS-NUMERO-NOVO
009240            " PERDA " WS-DATA-PERDA
009250            " DESC=" WS-DESCONTO
009260            " R$" WS-VALOR-ED
009270         DELIMITED BY SIZE INTO AUDIT-DETAIL
009280     CALL "AUDITWR" USING AUDIT-RECORD.
009290
009300******************************************************************
009310*  7200-EMITE-RECIBO
009320*  EMITE O RECIBO NUMERADO DA TAXA NA SERIE DA FILIAL (ROTINA
009330*  RECIBO); A REFERENCIA JA VEM MONTADA.
009340******************************************************************
009350 7200-EMITE-RECIBO.
009360     MOVE WS-FILIAL      TO RCB-SERIE
009370     MOVE "SUBSTITU"     TO RCB-ORIGEM
009380     MOVE "E"            TO RCB-TIPO
009390     MOVE WS-TAXA-WK     TO RCB-VALOR
009400     MOVE WS-IN-CAIXA    TO RCB-CAIXA
009410     MOVE WS-OPERATOR-ID TO RCB-OPERATOR
009420     CALL "RECIBO" USING RECEIPT-RECORD.
