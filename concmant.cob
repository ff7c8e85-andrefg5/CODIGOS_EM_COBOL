000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONCMANT.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - CARTEIRAS DE GRATUIDADE/DESCONTO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  CONCMANT.CBL
000090*  MANUTENCAO DO CADASTRO DE CARTEIRAS DE GRATUIDADE/DESCONTO
000100*  (CONCMAST, COPYBOOK CONCREC), NO PADRAO DO PASSVEND. O VIAGEM
000110*  SO DA MEIA OU IDOSO CONTRA CARTEIRA VALIDA DESTE CADASTRO:
000120*    - A EMISSAO DA UM NUMERO NOVO (BASE SEQUENCIAL COM DIGITO
000130*      VERIFICADOR, ROTINA DIGVER), COM TITULAR, TIPO, DOCUMENTO
000140*      EMISSOR E VALIDADE. A CARTEIRA DE ESTUDANTE SO SAI PARA
000150*      ALUNO ATIVO DO ALUNMAST, COM O NOME DE LA; A TRANSFERENCIA
000160*      DO ALUNO NO ALUNMANT CADUCA A CARTEIRA SOZINHA;
000170*    - O CANCELAMENTO TIRA A CARTEIRA DE USO SEM APAGA-LA;
000180*    - CADA EMISSAO E CANCELAMENTO VAI PARA A TRILHA DE AUDITORIA.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CONCESSION-FILE ASSIGN TO "CONCMAST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS  IS WS-CONC-FILE-STATUS.
000300     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS  IS WS-ALM-FILE-STATUS.
000330     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CONCESSION-FILE
000390     RECORDING MODE IS F.
000400     COPY CONCREC.
000410 FD  STUDENT-MASTER-FILE
000420     RECORDING MODE IS F.
000430     COPY ALUNOREC.
000440 FD  AUDIT-LOG-FILE
000450     RECORDING MODE IS F.
000460     COPY AUDITREC.
000470 WORKING-STORAGE SECTION.
000480 01  WS-SWITCHES.
000490     05  WS-CONC-FILE-STATUS     PIC X(02)   VALUE "00".
000500     05  WS-ALM-FILE-STATUS      PIC X(02)   VALUE "00".
000510     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000520     05  WS-CONC-EOF-SW          PIC X(01)   VALUE "N".
000530         88  WS-CONC-EOF                     VALUE "Y".
000540     05  WS-ALM-EOF-SW           PIC X(01)   VALUE "N".
000550         88  WS-ALM-EOF                      VALUE "Y".
000560     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000570         88  WS-EXIT                         VALUE "Y".
000580     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000590         88  WS-SIGNON-VALID                 VALUE "Y".
000600     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000610         88  WS-FOUND                        VALUE "Y".
000620     05  WS-ALUNO-OK-SW          PIC X(01)   VALUE "N".
000630         88  WS-ALUNO-OK                     VALUE "Y".
000640 01  WS-MSG-CODE-WK              PIC X(08).
000650 01  WS-MSG-TEXT-WK              PIC X(60).
000660 01  WS-OPERATOR-ID              PIC X(08).
000670 01  WS-OPERATOR-PIN             PIC X(04).
000680 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000690 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000700     88  WS-AUTHORIZED                       VALUE "Y".
000710 01  WS-ACAO                     PIC X(01).
000720 01  WS-HOJE                     PIC X(08).
000730 01  WS-IN-TIPO                  PIC X(01).
000740 01  WS-IN-TITULAR               PIC X(30).
000750 01  WS-IN-DOCUMENTO             PIC X(20).
000760 01  WS-IN-ALUNO-ID              PIC X(08).
000770 01  WS-IN-VALIDADE              PIC X(08).
000780 01  WS-IN-NUMERO                PIC X(10).
000790 01  WS-PROX-NUMERO              PIC 9(09)   VALUE ZERO.
000800 01  WS-NUM-WK                   PIC 9(09).
000810*  NUMERO DA CARTEIRA COM DIGITO VERIFICADOR (ROTINA DIGVER).
000820 01  WS-NUMERO-DV.
000830     05  WS-NUMERO-DV-BASE       PIC 9(09).
000840     05  FILLER                  PIC X(01).
000850 01  WS-DV-ACAO                  PIC X(01).
000860 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
000870     88  WS-DV-VALID                         VALUE "Y".
000880 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000890 01  WS-SCAN                     PIC 9(03).
000900
000910******************************************************************
000920*  CADASTRO DE CARTEIRAS CARREGADO EM MEMORIA; REGRAVADO INTEIRO
000930*  NA SAIDA (MESMO PADRAO DO PASSVEND). O MAIOR NUMERO JA EMITIDO
000940*  ALIMENTA O SEQUENCIAL DA EMISSAO.
000950******************************************************************
000960 01  WS-CC-TABLE.
000970     05  WS-CC-ENTRY OCCURS 500 TIMES
000980                     INDEXED BY WS-CC-IDX.
000990         10  WS-CC-NUMERO        PIC X(10).
001000         10  WS-CC-TIPO          PIC X(01).
001010         10  WS-CC-TITULAR       PIC X(30).
001020         10  WS-CC-DOCUMENTO     PIC X(20).
001030         10  WS-CC-ALUNO-ID      PIC X(08).
001040         10  WS-CC-EMISSAO       PIC X(08).
001050         10  WS-CC-VALIDADE      PIC X(08).
001060         10  WS-CC-SITUACAO      PIC X(01).
001070         10  WS-CC-DATA-SITUACAO PIC X(08).
001080 01  WS-CC-COUNT                 PIC 9(03)   VALUE ZERO.
001090 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001100     88  WS-OVERFLOW                         VALUE "Y".
001110
001120 PROCEDURE DIVISION.
001130
001140 0000-MAINLINE.
001150     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001160*    ROTINA DE CADASTRO - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001170     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001180                         WS-AUTHORIZED-SW
001190     IF NOT WS-AUTHORIZED
001200         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001210         MOVE 8 TO RETURN-CODE
001220         STOP RUN
001230     END-IF
001240     PERFORM 1000-INITIALIZE
001250     IF WS-OVERFLOW
001260         DISPLAY "CONCMAST MAIOR QUE A TABELA (500) - EXECUCAO"
001270                 " RECUSADA, NADA ALTERADO"
001280         MOVE 8 TO RETURN-CODE
001290         STOP RUN
001300     END-IF
001310     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001320         UNTIL WS-EXIT
001330     PERFORM 3000-FINALIZE
001340     STOP RUN.
001350
001360******************************************************************
001370*  0010-SIGN-ON
001380*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001390*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001400******************************************************************
001410 0010-SIGN-ON.
001420     MOVE "N" TO WS-SIGNON-VALID-SW
001430     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001440         UNTIL WS-SIGNON-VALID.
001450 0010-EXIT.
001460     EXIT.
001470
001480 0020-PROMPT-SIGNON.
001490     MOVE "SGN-001" TO WS-MSG-CODE-WK
001500     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001510     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001520     ACCEPT WS-OPERATOR-ID
001530     MOVE "SGN-002" TO WS-MSG-CODE-WK
001540     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001550     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001560     ACCEPT WS-OPERATOR-PIN
001570     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001580                           WS-SIGNON-VALID-SW
001590     IF NOT WS-SIGNON-VALID
001600         MOVE "SGN-003" TO WS-MSG-CODE-WK
001610         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001620         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001630     END-IF.
001640 0020-EXIT.
001650     EXIT.
001660
001670******************************************************************
001680*  1000-INITIALIZE
001690*  CARREGA O CADASTRO DE CARTEIRAS E ABRE A AUDITORIA.
001700******************************************************************
001710 1000-INITIALIZE.
001720     ACCEPT WS-HOJE FROM DATE YYYYMMDD
001730     OPEN INPUT CONCESSION-FILE
001740     IF WS-CONC-FILE-STATUS NOT = "00"
001750         MOVE "Y" TO WS-CONC-EOF-SW
001760     ELSE
001770         PERFORM 1100-LOAD-CONC-ENTRY THRU 1100-EXIT
001780             UNTIL WS-CONC-EOF
001790         CLOSE CONCESSION-FILE
001800     END-IF
001810     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
001820
001830 1100-LOAD-CONC-ENTRY.
001840     READ CONCESSION-FILE
001850         AT END
001860             MOVE "Y" TO WS-CONC-EOF-SW
001870             GO TO 1100-EXIT
001880     END-READ
001890     IF WS-CC-COUNT >= 500
001900         MOVE "Y" TO WS-OVERFLOW-SW
001910         GO TO 1100-EXIT
001920     END-IF
001930     ADD 1 TO WS-CC-COUNT
001940     SET WS-CC-IDX TO WS-CC-COUNT
001950     MOVE CONC-NUMERO        TO WS-CC-NUMERO(WS-CC-IDX)
001960     MOVE CONC-TIPO          TO WS-CC-TIPO(WS-CC-IDX)
001970     MOVE CONC-TITULAR       TO WS-CC-TITULAR(WS-CC-IDX)
001980     MOVE CONC-DOCUMENTO     TO WS-CC-DOCUMENTO(WS-CC-IDX)
001990     MOVE CONC-ALUNO-ID      TO WS-CC-ALUNO-ID(WS-CC-IDX)
002000     MOVE CONC-EMISSAO       TO WS-CC-EMISSAO(WS-CC-IDX)
002010     MOVE CONC-VALIDADE      TO WS-CC-VALIDADE(WS-CC-IDX)
002020     MOVE CONC-SITUACAO      TO WS-CC-SITUACAO(WS-CC-IDX)
002030     MOVE CONC-DATA-SITUACAO TO WS-CC-DATA-SITUACAO(WS-CC-IDX)
002040     IF CONC-NUMERO NUMERIC
002050         MOVE CONC-NUMERO(1:9) TO WS-NUM-WK
002060         IF WS-NUM-WK > WS-PROX-NUMERO
002070             MOVE WS-NUM-WK TO WS-PROX-NUMERO
002080         END-IF
002090     END-IF.
002100 1100-EXIT.
002110     EXIT.
002120
002130******************************************************************
002140*  0100-OPEN-AUDIT-LOG-FILE
002150*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002160*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002170******************************************************************
002180 0100-OPEN-AUDIT-LOG-FILE.
002190     OPEN EXTEND AUDIT-LOG-FILE
002200     IF WS-AUDIT-FILE-STATUS = "35"
002210         OPEN OUTPUT AUDIT-LOG-FILE
002220         CLOSE AUDIT-LOG-FILE
002230         OPEN EXTEND AUDIT-LOG-FILE
002240     END-IF.
002250
002260******************************************************************
002270*  2000-SHOW-MENU
002280*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
002290******************************************************************
002300 2000-SHOW-MENU.
002310     DISPLAY " "
002320     DISPLAY "CARTEIRAS DE GRATUIDADE/DESCONTO - ESCOLHA A ACAO:"
002330     DISPLAY "  E - EMITIR CARTEIRA"
002340     DISPLAY "  C - CANCELAR CARTEIRA"
002350     DISPLAY "  L - LISTAR O CADASTRO"
002360     DISPLAY "  X - SAIR E GRAVAR"
002370     ACCEPT WS-ACAO
002380     EVALUATE WS-ACAO
002390         WHEN "E"
002400         WHEN "e"
002410             PERFORM 2100-EMITE-CARTEIRA THRU 2100-EXIT
002420         WHEN "C"
002430         WHEN "c"
002440             PERFORM 2400-CANCELA-CARTEIRA THRU 2400-EXIT
002450         WHEN "L"
002460         WHEN "l"
002470             PERFORM 2600-LIST-CARTEIRAS THRU 2600-EXIT
002480         WHEN "X"
002490         WHEN "x"
002500             MOVE "Y" TO WS-EXIT-SW
002510         WHEN OTHER
002520             DISPLAY "ACAO INVALIDA"
002530     END-EVALUATE.
002540 2000-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580*  2100-EMITE-CARTEIRA
002590*  EMITE UMA CARTEIRA NOVA. A DE ESTUDANTE EXIGE ALUNO ATIVO NO
002600*  ALUNMAST E LEVA O NOME DO CADASTRO; A DE IDOSO PEDE O TITULAR.
002610*  A VALIDADE TEM DE SER POSTERIOR A HOJE.
002620******************************************************************
002630 2100-EMITE-CARTEIRA.
002640     IF WS-CC-COUNT >= 500
002650         DISPLAY "CADASTRO DE CARTEIRAS CHEIO"
002660         GO TO 2100-EXIT
002670     END-IF
002680     DISPLAY "TIPO (E=ESTUDANTE, I=IDOSO):"
002690     ACCEPT WS-IN-TIPO
002700     IF WS-IN-TIPO = "e"
002710         MOVE "E" TO WS-IN-TIPO
002720     END-IF
002730     IF WS-IN-TIPO = "i"
002740         MOVE "I" TO WS-IN-TIPO
002750     END-IF
002760     IF WS-IN-TIPO NOT = "E" AND WS-IN-TIPO NOT = "I"
002770         DISPLAY "TIPO INVALIDO - EMISSAO CANCELADA"
002780         GO TO 2100-EXIT
002790     END-IF
002800     MOVE SPACES TO WS-IN-ALUNO-ID
002810     IF WS-IN-TIPO = "E"
002820         DISPLAY "ID DO ALUNO (ALUNMAST):"
002830         ACCEPT WS-IN-ALUNO-ID
002840         PERFORM 2150-BUSCA-ALUNO THRU 2150-EXIT
002850         IF NOT WS-ALUNO-OK
002860             DISPLAY "ALUNO INEXISTENTE OU NAO ATIVO - EMISSAO"
002870                     " CANCELADA"
002880             GO TO 2100-EXIT
002890         END-IF
002900     ELSE
002910         DISPLAY "TITULAR:"
002920         ACCEPT WS-IN-TITULAR
002930         IF WS-IN-TITULAR = SPACES
002940             DISPLAY "TITULAR OBRIGATORIO"
002950             GO TO 2100-EXIT
002960         END-IF
002970     END-IF
002980     DISPLAY "DOCUMENTO EMISSOR (EX. RG, DECLARACAO):"
002990     ACCEPT WS-IN-DOCUMENTO
003000     IF WS-IN-DOCUMENTO = SPACES
003010         DISPLAY "DOCUMENTO OBRIGATORIO"
003020         GO TO 2100-EXIT
003030     END-IF
003040     DISPLAY "VALIDADE (AAAAMMDD):"
003050     ACCEPT WS-IN-VALIDADE
003060     IF WS-IN-VALIDADE NOT NUMERIC
003070         OR WS-IN-VALIDADE NOT > WS-HOJE
003080         DISPLAY "VALIDADE INVALIDA - EMISSAO CANCELADA"
003090         GO TO 2100-EXIT
003100     END-IF
003110     ADD 1 TO WS-PROX-NUMERO
003120     ADD 1 TO WS-CC-COUNT
003130     SET WS-CC-IDX TO WS-CC-COUNT
003140     MOVE WS-PROX-NUMERO TO WS-NUMERO-DV-BASE
003150     MOVE "C"            TO WS-DV-ACAO
003160     CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO WS-DV-VALID-SW
003170     MOVE WS-NUMERO-DV    TO WS-CC-NUMERO(WS-CC-IDX)
003180     MOVE WS-IN-TIPO      TO WS-CC-TIPO(WS-CC-IDX)
003190     MOVE WS-IN-TITULAR   TO WS-CC-TITULAR(WS-CC-IDX)
003200     MOVE WS-IN-DOCUMENTO TO WS-CC-DOCUMENTO(WS-CC-IDX)
003210     MOVE WS-IN-ALUNO-ID  TO WS-CC-ALUNO-ID(WS-CC-IDX)
003220     MOVE WS-HOJE         TO WS-CC-EMISSAO(WS-CC-IDX)
003230     MOVE WS-IN-VALIDADE  TO WS-CC-VALIDADE(WS-CC-IDX)
003240     MOVE "A"             TO WS-CC-SITUACAO(WS-CC-IDX)
003250     MOVE WS-HOJE         TO WS-CC-DATA-SITUACAO(WS-CC-IDX)
003260     ADD 1 TO WS-CHANGE-COUNT
003270     PERFORM 7000-WRITE-AUDIT-EMISSAO
003280     DISPLAY "CARTEIRA " WS-CC-NUMERO(WS-CC-IDX)
003290             " EMITIDA PARA " WS-IN-TITULAR
003300             " VALIDA ATE " WS-IN-VALIDADE.
003310 2100-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*  2150-BUSCA-ALUNO
003360*  PROCURA O ALUNO NO ALUNMAST; SO O ALUNO ATIVO SERVE, E O NOME
003370*  DELE VIRA O TITULAR DA CARTEIRA.
003380******************************************************************
003390 2150-BUSCA-ALUNO.
003400     MOVE "N" TO WS-ALUNO-OK-SW
003410     MOVE "N" TO WS-ALM-EOF-SW
003420     IF WS-IN-ALUNO-ID = SPACES
003430         GO TO 2150-EXIT
003440     END-IF
003450     OPEN INPUT STUDENT-MASTER-FILE
003460     IF WS-ALM-FILE-STATUS NOT = "00"
003470         GO TO 2150-EXIT
003480     END-IF
003490     PERFORM 2160-READ-ALUNO THRU 2160-EXIT
003500         UNTIL WS-ALM-EOF
003510     CLOSE STUDENT-MASTER-FILE.
003520 2150-EXIT.
003530     EXIT.
003540
003550 2160-READ-ALUNO.
003560     READ STUDENT-MASTER-FILE
003570         AT END
003580             MOVE "Y" TO WS-ALM-EOF-SW
003590             GO TO 2160-EXIT
003600     END-READ
003610     IF ALUNO-ID = WS-IN-ALUNO-ID
003620         MOVE "Y" TO WS-ALM-EOF-SW
003630         IF ALUNO-ATIVO
003640             MOVE "Y"        TO WS-ALUNO-OK-SW
003650             MOVE ALUNO-NOME TO WS-IN-TITULAR
003660         END-IF
003670     END-IF.
003680 2160-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*  2400-CANCELA-CARTEIRA
003730*  TIRA DE USO UMA CARTEIRA ATIVA (SITUACAO "C"), SEM APAGA-LA.
003740******************************************************************
003750 2400-CANCELA-CARTEIRA.
003760     DISPLAY "NUMERO DA CARTEIRA:"
003770     ACCEPT WS-IN-NUMERO
003780     MOVE WS-IN-NUMERO TO WS-NUMERO-DV
003790     MOVE "V"          TO WS-DV-ACAO
003800     CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO WS-DV-VALID-SW
003810     IF NOT WS-DV-VALID
003820         DISPLAY "CARTEIRA COM DIGITO VERIFICADOR INVALIDO"
003830         GO TO 2400-EXIT
003840     END-IF
003850     MOVE "N" TO WS-FOUND-SW
003860     PERFORM 2450-MATCH-CARTEIRA THRU 2450-EXIT
003870         VARYING WS-SCAN FROM 1 BY 1
003880         UNTIL WS-SCAN > WS-CC-COUNT OR WS-FOUND
003890     IF NOT WS-FOUND
003900         DISPLAY "CARTEIRA NAO ENCONTRADA"
003910         GO TO 2400-EXIT
003920     END-IF
003930     IF WS-CC-SITUACAO(WS-CC-IDX) NOT = "A"
003940         DISPLAY "CARTEIRA JA FORA DE USO (SITUACAO "
003950                 WS-CC-SITUACAO(WS-CC-IDX) ")"
003960         GO TO 2400-EXIT
003970     END-IF
003980     MOVE "C"     TO WS-CC-SITUACAO(WS-CC-IDX)
003990     MOVE WS-HOJE TO WS-CC-DATA-SITUACAO(WS-CC-IDX)
004000     ADD 1 TO WS-CHANGE-COUNT
004010     PERFORM 7100-WRITE-AUDIT-CANCELA
004020     DISPLAY "CARTEIRA CANCELADA".
004030 2400-EXIT.
004040     EXIT.
004050
004060 2450-MATCH-CARTEIRA.
004070     SET WS-CC-IDX TO WS-SCAN
004080     IF WS-CC-NUMERO(WS-CC-IDX) = WS-IN-NUMERO
004090         MOVE "Y" TO WS-FOUND-SW
004100     END-IF.
004110 2450-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150*  2600-LIST-CARTEIRAS
004160*  LISTA O CADASTRO CARREGADO, UMA CARTEIRA POR LINHA.
004170******************************************************************
004180 2600-LIST-CARTEIRAS.
004190     PERFORM 2650-LIST-ONE THRU 2650-EXIT
004200         VARYING WS-SCAN FROM 1 BY 1
004210         UNTIL WS-SCAN > WS-CC-COUNT.
004220 2600-EXIT.
004230     EXIT.
004240
004250 2650-LIST-ONE.
004260     SET WS-CC-IDX TO WS-SCAN
004270     DISPLAY WS-CC-NUMERO(WS-CC-IDX) " "
004280             WS-CC-TIPO(WS-CC-IDX) " "
004290             WS-CC-TITULAR(WS-CC-IDX) " "
004300             WS-CC-ALUNO-ID(WS-CC-IDX)
004310             " ATE " WS-CC-VALIDADE(WS-CC-IDX)
004320             " SIT " WS-CC-SITUACAO(WS-CC-IDX).
004330 2650-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370*  3000-FINALIZE
004380*  REGRAVA O CADASTRO INTEIRO E FECHA A AUDITORIA.
004390******************************************************************
004400 3000-FINALIZE.
004410     OPEN OUTPUT CONCESSION-FILE
004420     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
004430         VARYING WS-SCAN FROM 1 BY 1
004440         UNTIL WS-SCAN > WS-CC-COUNT
004450     CLOSE CONCESSION-FILE
004460     CLOSE AUDIT-LOG-FILE
004470     DISPLAY "CADASTRO GRAVADO - ALTERACOES: " WS-CHANGE-COUNT.
004480
004490 3100-WRITE-ONE.
004500     SET WS-CC-IDX TO WS-SCAN
004510     MOVE SPACES                         TO CONCESSION-RECORD
004520     MOVE WS-CC-NUMERO(WS-CC-IDX)        TO CONC-NUMERO
004530     MOVE WS-CC-TIPO(WS-CC-IDX)          TO CONC-TIPO
004540     MOVE WS-CC-TITULAR(WS-CC-IDX)       TO CONC-TITULAR
004550     MOVE WS-CC-DOCUMENTO(WS-CC-IDX)     TO CONC-DOCUMENTO
004560     MOVE WS-CC-ALUNO-ID(WS-CC-IDX)      TO CONC-ALUNO-ID
004570     MOVE WS-CC-EMISSAO(WS-CC-IDX)       TO CONC-EMISSAO
004580     MOVE WS-CC-VALIDADE(WS-CC-IDX)      TO CONC-VALIDADE
004590     MOVE WS-CC-SITUACAO(WS-CC-IDX)      TO CONC-SITUACAO
004600     MOVE WS-CC-DATA-SITUACAO(WS-CC-IDX) TO CONC-DATA-SITUACAO
004610     WRITE CONCESSION-RECORD.
004620 3100-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*  7000-WRITE-AUDIT-EMISSAO
004670*  GRAVA A EMISSAO DA CARTEIRA NA TRILHA DE AUDITORIA.
004680******************************************************************
004690 7000-WRITE-AUDIT-EMISSAO.
004700     MOVE "CONCMANT"         TO AUDIT-PROGRAM-ID
004710     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004720     ACCEPT AUDIT-TIME FROM TIME
004730     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004740     MOVE WS-CC-NUMERO(WS-CC-IDX) TO AUDIT-KEY
004750     MOVE SPACES              TO AUDIT-DETAIL
004760     STRING "EMISSAO TIPO=" WS-IN-TIPO
004770            " ATE " WS-IN-VALIDADE
004780            " ALUNO=" WS-IN-ALUNO-ID
004790            " DOC=" WS-IN-DOCUMENTO
004800         DELIMITED BY SIZE INTO AUDIT-DETAIL
004810     CALL "AUDITWR" USING AUDIT-RECORD.
004820
004830******************************************************************
004840*  7100-WRITE-AUDIT-CANCELA
004850*  GRAVA O CANCELAMENTO DA CARTEIRA NA TRILHA DE AUDITORIA.
004860******************************************************************
004870 7100-WRITE-AUDIT-CANCELA.
004880     MOVE "CONCMANT"         TO AUDIT-PROGRAM-ID
004890     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004900     ACCEPT AUDIT-TIME FROM TIME
004910     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004920     MOVE WS-CC-NUMERO(WS-CC-IDX) TO AUDIT-KEY
004930     MOVE "CANCELAMENTO"      TO AUDIT-DETAIL
004940     CALL "AUDITWR" USING AUDIT-RECORD.
