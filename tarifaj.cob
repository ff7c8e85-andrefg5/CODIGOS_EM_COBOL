000100*  DIGITADO ROTA A ROTA NO ROTAMANT E NINGUEM SABIA DIZER AO
000110*  CONSELHO QUANTO 7% TERIAM RENDIDO. ESTE PROGRAMA:
000120*    - MODO S (SIMULACAO): REPRECIFICA AS PASSAGENS DE UM MES DO
000121*      RESUMO DIARIO DAS PASSAGENS (TICKSUM, LINHAS POR CATEGORIA
000122*      E TARIFA) PELO PERCENTUAL (OU VALOR FIXO POR PASSAGEM)
000140*      PROPOSTO E IMPRIME (TARIFRPT) A RECEITA PROJETADA CONTRA
000150*      A REALIZADA, POR ROTA E POR CATEGORIA, COMO O ESTATVIA
000160*      RECORTA - NADA E GRAVADO;
000280*                   - O DESFAZ CONSEGUE REMOVER UM REAJUSTE EM
000290*                   MASSA INTEIRO PELO CARIMBO DA EXECUCAO,
000300*                   COMO JA FAZ COM O ROTAMANT.
000310*  2026-10-15 AFG   A VIGENCIA NOVA DO MODO APLICAR HERDA O TETO
000320*                   DE TARIFA (DIA E SEMANA) DA VIGENCIA EM VIGOR,
000330*                   E A REGRAVACAO DO ROTAMAST PRESERVA OS TETOS
000340*                   DAS VIGENCIAS EXISTENTES.
000350*  2026-10-15 AFG   CADA VIGENCIA NOVA DO MODO APLICAR GRAVA UM
000360*                   PEDIDO DE REEMISSAO DO CARTAO DE TARIFAS DA
000370*                   ROTA (CARTPED, COPYBOOK CARTPEDREC), DEPOIS DA
000380*                   REGRAVACAO DO ROTAMAST - O PASSO CARTOES DO
000390*                   NIGHTLY (TABUADA MODO C) IMPRIME OS CARTOES.
000391*  2026-10-15 AFG   A SIMULACAO LE AS LINHAS POR CATEGORIA DO
000392*                   RESUMO DIARIO (TICKSUM, COPYBOOK TSUMREC) EM
000393*                   VEZ DO TICKETS: CADA LINHA TRAZ A TARIFA
000394*                   UNITARIA, E O PROJETADO E A TARIFA REAJUSTADA
000395*                   VEZES AS PASSAGENS DA LINHA. CORRIGIDO O
000396*                   INDICE DA LINHA JA EXISTENTE NA TABELA DA
000397*                   SIMULACAO (SOMAVA NA LINHA SEGUINTE).
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ROTA-MASTER-FILE ASSIGN TO "ROTAMAST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-ROTAM-FILE-STATUS.
000470     SELECT TICKET-SUMMARY-FILE ASSIGN TO "TICKSUM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-TSM-FILE-STATUS.
000500     SELECT SIM-REPORT-FILE ASSIGN TO "TARIFRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000550     SELECT BEFORE-IMAGE-FILE ASSIGN TO "BIMGJRNL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS  IS WS-BIMG-FILE-STATUS.
000580     SELECT CARD-REQUEST-FILE ASSIGN TO "CARTPED"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS  IS WS-CPD-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ROTA-MASTER-FILE
000640     RECORDING MODE IS F.
000650     COPY ROTAMREC.
000660 FD  TICKET-SUMMARY-FILE
000670     RECORDING MODE IS F.
000680     COPY TSUMREC.
000690 FD  SIM-REPORT-FILE
000700     RECORDING MODE IS F.
000710 01  REPORT-LINE                 PIC X(80).
000720 FD  AUDIT-LOG-FILE
000730     RECORDING MODE IS F.
000740     COPY AUDITREC.
000750 FD  BEFORE-IMAGE-FILE
000760     RECORDING MODE IS F.
000770     COPY BIMGREC.
000780 FD  CARD-REQUEST-FILE
000790     RECORDING MODE IS F.
000800     COPY CARTPEDREC.
000810 WORKING-STORAGE SECTION.
000820 01  WS-SWITCHES.
000830     05  WS-ROTAM-FILE-STATUS    PIC X(02)   VALUE "00".
000840     05  WS-TSM-FILE-STATUS      PIC X(02)   VALUE "00".
000850     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000860     05  WS-ROTAM-EOF-SW         PIC X(01)   VALUE "N".
000870         88  WS-ROTAM-EOF                    VALUE "Y".
000880     05  WS-TSM-EOF-SW           PIC X(01)   VALUE "N".
000890         88  WS-TSM-EOF                      VALUE "Y".
000900     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000910         88  WS-SIGNON-VALID                 VALUE "Y".
000920     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000930         88  WS-FOUND                        VALUE "Y".
000940 01  WS-MSG-CODE-WK              PIC X(08).
000950 01  WS-MSG-TEXT-WK              PIC X(60).
000960 01  WS-OPERATOR-ID              PIC X(08).
000970 01  WS-OPERATOR-PIN             PIC X(04).
000980 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000990 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001000     88  WS-AUTHORIZED                       VALUE "Y".
001010 01  WS-RUN-STAMP-DISP           PIC X(30).
001020     COPY RUNSTAMP.
001030 01  WS-MODO                     PIC X(01).
001040 01  WS-TIPO-AJUSTE              PIC X(01).
001050 01  WS-IN-PCT                   PIC X(05).
001060 01  WS-IN-FIXO                  PIC X(07).
001070 01  WS-IN-ROTAS                 PIC X(03).
001080 01  WS-IN-EFFECTIVE             PIC X(08).
001090 01  WS-MES                      PIC X(06).
001100 01  WS-PCT                      PIC 9(03)V99.
001110 01  WS-FATOR                    PIC 9(01)V9(04).
001120 01  WS-FIXO                     PIC 9(03)V99.
001130 01  WS-PRECO-NOVO               PIC 9(03)V99.
001140 01  WS-SCAN                     PIC 9(03).
001150 01  WS-APLICADAS                PIC 9(03)   VALUE ZERO.
001160 01  WS-BIMG-FILE-STATUS         PIC X(02)   VALUE "00".
001170 01  WS-CPD-FILE-STATUS          PIC X(02)   VALUE "00".
001180 01  WS-JRN-START                PIC 9(03).
001190******************************************************************
001200*  ESPELHO DO REGISTRO DA ROTA PARA MONTAR AS IMAGENS DO
001210*  DIARIO DE IMAGEM-ANTES SEM PASSAR PELO BUFFER DO ARQUIVO.
001220******************************************************************
001230 01  WS-ROTA-IMAGE.
001240     05  WS-RI-CODIGO            PIC X(03).
001250     05  WS-RI-DESC              PIC X(20).
001260     05  WS-RI-PRECO             PIC 9(03)V99.
001270     05  WS-RI-EFFECTIVE         PIC X(08).
001280     05  WS-RI-END               PIC X(08).
001290     05  WS-RI-TETO-DIA          PIC 9(03)V99.
001300     05  WS-RI-TETO-SEMANA       PIC 9(04)V99.
001310     05  FILLER                  PIC X(05).
001320 01  WS-VALOR-ED                 PIC -ZZZZZZZZ9.99.
001330 01  WS-PRECO-ED                 PIC ZZ9.99.
001340
001350******************************************************************
001360*  CADASTRO DE ROTAS EM MEMORIA (PARA O MODO APLICAR, COM AS
001370*  VIGENCIAS NOVAS ACRESCIDAS NO FIM).
001380******************************************************************
001390 01  WS-RT-TABLE.
001400     05  WS-RT-ENTRY OCCURS 50 TIMES
001410                     INDEXED BY WS-RT-IDX.
001420         10  WS-RT-CODIGO        PIC X(03).
001430         10  WS-RT-DESC          PIC X(20).
001440         10  WS-RT-PRECO         PIC 9(03)V99.
001450         10  WS-RT-EFFECTIVE     PIC X(08).
001460         10  WS-RT-END           PIC X(08).
001470         10  WS-RT-TETO-DIA      PIC 9(03)V99.
001480         10  WS-RT-TETO-SEMANA   PIC 9(04)V99.
001490 01  WS-RT-COUNT                 PIC 9(03)   VALUE ZERO.
001500 01  WS-RT-ORIGINAIS             PIC 9(03)   VALUE ZERO.
001510 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001520     88  WS-OVERFLOW                         VALUE "Y".
001530
001540******************************************************************
001550*  MELHOR VIGENCIA (A MAIS RECENTE JA INICIADA) POR ROTA, PARA O
001560*  MODO APLICAR PARTIR DO PRECO EM VIGOR.
001570******************************************************************
001580 01  WS-BV-TABLE.
001590     05  WS-BV-ENTRY OCCURS 50 TIMES
001600                     INDEXED BY WS-BV-IDX.
001610         10  WS-BV-CODIGO        PIC X(03).
001620         10  WS-BV-DESC          PIC X(20).
001630         10  WS-BV-PRECO         PIC 9(03)V99.
001640         10  WS-BV-EFFECTIVE     PIC X(08).
001650         10  WS-BV-TETO-DIA      PIC 9(03)V99.
001660         10  WS-BV-TETO-SEMANA   PIC 9(04)V99.
001670 01  WS-BV-COUNT                 PIC 9(03)   VALUE ZERO.
001680 01  WS-HOJE                     PIC X(08).
001690
001700******************************************************************
001710*  SIMULACAO: RECEITA REALIZADA E PROJETADA POR ROTA+CATEGORIA.
001720******************************************************************
001730 01  WS-SM-TABLE.
001740     05  WS-SM-ENTRY OCCURS 60 TIMES
001750                     INDEXED BY WS-SM-IDX.
001760         10  WS-SM-ROTA          PIC X(03).
001770         10  WS-SM-CATEG         PIC X(15).
001780         10  WS-SM-PASS          PIC 9(07).
001790         10  WS-SM-REAL          PIC S9(09)V99.
001800         10  WS-SM-PROJ          PIC S9(09)V99.
001810 01  WS-SM-COUNT                 PIC 9(03)   VALUE ZERO.
001820 01  WS-TOT-REAL                 PIC S9(11)V99 VALUE ZERO.
001830 01  WS-TOT-PROJ                 PIC S9(11)V99 VALUE ZERO.
001840 01  WS-PROJ-WK                  PIC S9(07)V99.
001850
001860 PROCEDURE DIVISION.
001870
001880 0000-MAINLINE.
001890     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001900*    MEXE NA TABELA DE TARIFAS - EXIGE NIVEL 5 PELO OPAUTH.
001910     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001920                         WS-AUTHORIZED-SW
001930     IF NOT WS-AUTHORIZED
001940         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001950         MOVE 8 TO RETURN-CODE
001960         STOP RUN
001970     END-IF
001980     PERFORM 1000-INITIALIZE
001990     IF WS-MODO = "S" OR WS-MODO = "s"
002000         PERFORM 2000-SIMULA THRU 2000-EXIT
002010     ELSE
002020         PERFORM 3000-APLICA THRU 3000-EXIT
002030     END-IF
002040     CLOSE AUDIT-LOG-FILE
002050     STOP RUN.
002060
002070******************************************************************
002080*  0010-SIGN-ON
002090*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002100*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002110******************************************************************
002120 0010-SIGN-ON.
002130     MOVE "N" TO WS-SIGNON-VALID-SW
002140     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002150         UNTIL WS-SIGNON-VALID.
002160 0010-EXIT.
002170     EXIT.
002180
002190 0020-PROMPT-SIGNON.
002200     MOVE "SGN-001" TO WS-MSG-CODE-WK
002210     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002220     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002230     ACCEPT WS-OPERATOR-ID
002240     MOVE "SGN-002" TO WS-MSG-CODE-WK
002250     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002260     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002270     ACCEPT WS-OPERATOR-PIN
002280     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002290                           WS-SIGNON-VALID-SW
002300     IF NOT WS-SIGNON-VALID
002310         MOVE "SGN-003" TO WS-MSG-CODE-WK
002320         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002330         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002340     END-IF.
002350 0020-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390*  1000-INITIALIZE
002400*  PEDE O MODO E O AJUSTE (PERCENTUAL OU VALOR FIXO) E MONTA O
002410*  FATOR DE REPRECIFICACAO.
002420******************************************************************
002430 1000-INITIALIZE.
002440     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002450     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002460     ACCEPT RUN-STAMP-ID   FROM TIME
002470     MOVE SPACES TO WS-RUN-STAMP-DISP
002480     STRING "EXECUCAO " DELIMITED BY SIZE
002490            RUN-STAMP-DATE DELIMITED BY SIZE
002500            " " DELIMITED BY SIZE
002510            RUN-STAMP-ID DELIMITED BY SIZE
002520         INTO WS-RUN-STAMP-DISP
002530     DISPLAY "MODO (S=SIMULACAO, A=APLICAR):"
002540     ACCEPT WS-MODO
002550     DISPLAY "TIPO DE AJUSTE (P=PERCENTUAL, F=VALOR FIXO):"
002560     ACCEPT WS-TIPO-AJUSTE
002570     MOVE ZERO TO WS-PCT
002580     MOVE ZERO TO WS-FIXO
002590     MOVE 1    TO WS-FATOR
002600     IF WS-TIPO-AJUSTE = "F" OR WS-TIPO-AJUSTE = "f"
002610         DISPLAY "ACRESCIMO POR PASSAGEM (CENTAVOS, EX."
002620                 " 00050 = R$0,50):"
002630         ACCEPT WS-IN-FIXO
002640         IF WS-IN-FIXO NOT NUMERIC
002650             DISPLAY "VALOR INVALIDO - EXECUCAO RECUSADA"
002660             MOVE 8 TO RETURN-CODE
002670             STOP RUN
002680         END-IF
002690         COMPUTE WS-FIXO =
002700             FUNCTION NUMVAL(WS-IN-FIXO) / 100
002710     ELSE
002720         MOVE "P" TO WS-TIPO-AJUSTE
002730         DISPLAY "PERCENTUAL (CENTESIMOS, EX. 00700 = 7,00%):"
002740         ACCEPT WS-IN-PCT
002750         IF WS-IN-PCT NOT NUMERIC
002760             DISPLAY "PERCENTUAL INVALIDO - EXECUCAO RECUSADA"
002770             MOVE 8 TO RETURN-CODE
002780             STOP RUN
002790         END-IF
002800         COMPUTE WS-PCT = FUNCTION NUMVAL(WS-IN-PCT) / 100
002810         COMPUTE WS-FATOR = 1 + (WS-PCT / 100)
002820     END-IF
002830     DISPLAY "ROTAS A AJUSTAR (CODIGO OU TOD=TODAS):"
002840     ACCEPT WS-IN-ROTAS
002850     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002860
002870******************************************************************
002880*  0100-OPEN-AUDIT-LOG-FILE
002890*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002900*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002910******************************************************************
002920 0100-OPEN-AUDIT-LOG-FILE.
002930     OPEN EXTEND AUDIT-LOG-FILE
002940     IF WS-AUDIT-FILE-STATUS = "35"
002950         OPEN OUTPUT AUDIT-LOG-FILE
002960         CLOSE AUDIT-LOG-FILE
002970         OPEN EXTEND AUDIT-LOG-FILE
002980     END-IF.
002990
003000******************************************************************
003010*  2000-SIMULA
003020*  REPRECIFICA AS PASSAGENS DO MES INFORMADO SOB O AJUSTE
003030*  PROPOSTO E IMPRIME REALIZADO X PROJETADO POR ROTA+CATEGORIA.
003040*  PASSAGENS SEM TARIFA (PASSE, CARNE, TRANSFERENCIA) FICAM COMO
003050*  ESTAO - AUMENTO DE TARIFA NAO MUDA O QUE JA NAO PAGA.
003060******************************************************************
003070 2000-SIMULA.
003080     DISPLAY "MES A REPRECIFICAR (AAAAMM):"
003090     ACCEPT WS-MES
003100     IF WS-MES NOT NUMERIC
003110         DISPLAY "MES INVALIDO - SIMULACAO CANCELADA"
003120         GO TO 2000-EXIT
003130     END-IF
003140     OPEN INPUT TICKET-SUMMARY-FILE
003150     IF WS-TSM-FILE-STATUS NOT = "00"
003160         DISPLAY "TICKSUM INDISPONIVEL - SIMULACAO CANCELADA"
003170         GO TO 2000-EXIT
003180     END-IF
003190     PERFORM 2100-SIM-ONE-RESUMO THRU 2100-EXIT
003200         UNTIL WS-TSM-EOF
003210     CLOSE TICKET-SUMMARY-FILE
003220     OPEN OUTPUT SIM-REPORT-FILE
003230     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
003240     WRITE REPORT-LINE
003250     MOVE SPACES TO REPORT-LINE
003260     STRING "SIMULACAO DE REAJUSTE - MES " WS-MES
003270            " AJUSTE " WS-TIPO-AJUSTE
003280         DELIMITED BY SIZE INTO REPORT-LINE
003290     WRITE REPORT-LINE
003300     MOVE SPACES TO REPORT-LINE
003310     WRITE REPORT-LINE
003320     PERFORM 2300-PRINT-ONE-LINHA THRU 2300-EXIT
003330         VARYING WS-SCAN FROM 1 BY 1
003340         UNTIL WS-SCAN > WS-SM-COUNT
003350     MOVE SPACES TO REPORT-LINE
003360     WRITE REPORT-LINE
003370     MOVE WS-TOT-REAL TO WS-VALOR-ED
003380     MOVE SPACES TO REPORT-LINE
003390     STRING "TOTAL REALIZADO  R$" WS-VALOR-ED
003400         DELIMITED BY SIZE INTO REPORT-LINE
003410     WRITE REPORT-LINE
003420     MOVE WS-TOT-PROJ TO WS-VALOR-ED
003430     MOVE SPACES TO REPORT-LINE
003440     STRING "TOTAL PROJETADO  R$" WS-VALOR-ED
003450         DELIMITED BY SIZE INTO REPORT-LINE
003460     WRITE REPORT-LINE
003470     CLOSE SIM-REPORT-FILE
003480     PERFORM 7000-WRITE-AUDIT-SIMULA
003490     DISPLAY "SIMULACAO GRAVADA EM TARIFRPT - NADA ALTERADO".
003500 2000-EXIT.
003510     EXIT.
003520
003530 2100-SIM-ONE-RESUMO.
003540     READ TICKET-SUMMARY-FILE
003550         AT END
003560             MOVE "Y" TO WS-TSM-EOF-SW
003570             GO TO 2100-EXIT
003580     END-READ
003581     IF NOT TSM-POR-CATEGORIA
003582         OR TSM-DIA(1:6) NOT = WS-MES
003600         GO TO 2100-EXIT
003610     END-IF
003620     IF WS-IN-ROTAS NOT = "TOD"
003630         AND TSM-ROTA NOT = WS-IN-ROTAS
003640         GO TO 2100-EXIT
003650     END-IF
003660*    PROJECAO POR PASSAGEM: PERCENTUAL MULTIPLICA A TARIFA;
003661*    VALOR FIXO SOMA POR PASSAGEM PAGA (TARIFA > 0). A LINHA DO
003662*    RESUMO TEM UMA TARIFA SO - PROJETA UMA PASSAGEM E MULTIPLICA.
003680     IF WS-TIPO-AJUSTE = "F"
003690         IF TSM-TARIFA-UNIT > ZERO
003700             COMPUTE WS-PROJ-WK = TSM-TARIFA-UNIT + WS-FIXO
003710         ELSE
003720             MOVE TSM-TARIFA-UNIT TO WS-PROJ-WK
003730         END-IF
003740     ELSE
003750         COMPUTE WS-PROJ-WK ROUNDED =
003760             TSM-TARIFA-UNIT * WS-FATOR
003770     END-IF
003771     COMPUTE WS-PROJ-WK = WS-PROJ-WK * TSM-REGISTROS
003780     PERFORM 2200-TALLY-SIM THRU 2200-EXIT.
003790 2100-EXIT.
003800     EXIT.
003810
003820 2200-TALLY-SIM.
003830     MOVE "N" TO WS-FOUND-SW
003840     PERFORM 2250-MATCH-SIM THRU 2250-EXIT
003850         VARYING WS-SM-IDX FROM 1 BY 1
003860         UNTIL WS-SM-IDX > WS-SM-COUNT OR WS-FOUND
003861     IF WS-FOUND
003862         SET WS-SM-IDX DOWN BY 1
003863     ELSE
003880         IF WS-SM-COUNT >= 60
003890             GO TO 2200-EXIT
003900         END-IF
003910         ADD 1 TO WS-SM-COUNT
003920         SET WS-SM-IDX TO WS-SM-COUNT
003930         MOVE TSM-ROTA         TO WS-SM-ROTA(WS-SM-IDX)
003940         MOVE TSM-CATEGORIA    TO WS-SM-CATEG(WS-SM-IDX)
003950         MOVE ZERO TO WS-SM-PASS(WS-SM-IDX)
003960         MOVE ZERO TO WS-SM-REAL(WS-SM-IDX)
003970         MOVE ZERO TO WS-SM-PROJ(WS-SM-IDX)
003980     END-IF
003990     ADD TSM-REGISTROS TO WS-SM-PASS(WS-SM-IDX)
004000     ADD TSM-RECEITA   TO WS-SM-REAL(WS-SM-IDX)
004010     ADD WS-PROJ-WK    TO WS-SM-PROJ(WS-SM-IDX)
004020     ADD TSM-RECEITA   TO WS-TOT-REAL
004030     ADD WS-PROJ-WK    TO WS-TOT-PROJ.
004040 2200-EXIT.
004050     EXIT.
004060
004070 2250-MATCH-SIM.
004080     IF WS-SM-ROTA(WS-SM-IDX) = TSM-ROTA
004090         AND WS-SM-CATEG(WS-SM-IDX) = TSM-CATEGORIA
004100         MOVE "Y" TO WS-FOUND-SW
004110     END-IF.
004120 2250-EXIT.
004130     EXIT.
004140
004150 2300-PRINT-ONE-LINHA.
004160     SET WS-SM-IDX TO WS-SCAN
004170     MOVE WS-SM-REAL(WS-SM-IDX) TO WS-VALOR-ED
004180     MOVE SPACES TO REPORT-LINE
004190     STRING WS-SM-ROTA(WS-SM-IDX) " "
004200            WS-SM-CATEG(WS-SM-IDX)
004210            " PASS " WS-SM-PASS(WS-SM-IDX)
004220            " REAL R$" WS-VALOR-ED
004230         DELIMITED BY SIZE INTO REPORT-LINE
004240     WRITE REPORT-LINE
004250     MOVE WS-SM-PROJ(WS-SM-IDX) TO WS-VALOR-ED
004260     MOVE SPACES TO REPORT-LINE
004270     STRING "                     PROJETADO R$" WS-VALOR-ED
004280         DELIMITED BY SIZE INTO REPORT-LINE
004290     WRITE REPORT-LINE.
004300 2300-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*  3000-APLICA
004350*  GRAVA AS VIGENCIAS NOVAS NO ROTAMAST: PARA CADA ROTA
004360*  SELECIONADA, O PRECO EM VIGOR (VIGENCIA MAIS RECENTE JA
004370*  INICIADA) REAJUSTADO, COM A DATA DE INICIO FUTURA INFORMADA.
004380******************************************************************
004390 3000-APLICA.
004400     DISPLAY "VIGENCIA INICIAL DO REAJUSTE (AAAAMMDD, FUTURA):"
004410     ACCEPT WS-IN-EFFECTIVE
004420     IF WS-IN-EFFECTIVE NOT NUMERIC
004430         OR WS-IN-EFFECTIVE <= WS-HOJE
004440         DISPLAY "DATA INVALIDA OU NAO FUTURA - NADA APLICADO"
004450         MOVE 8 TO RETURN-CODE
004460         GO TO 3000-EXIT
004470     END-IF
004480     PERFORM 3100-LOAD-ROTAMAST THRU 3100-EXIT
004490     IF WS-OVERFLOW
004500         DISPLAY "ROTAMAST MAIOR QUE A TABELA (50) - NADA"
004510                 " APLICADO"
004520         MOVE 8 TO RETURN-CODE
004530         GO TO 3000-EXIT
004540     END-IF
004550     PERFORM 3300-PICK-VIGENTES THRU 3300-EXIT
004560         VARYING WS-SCAN FROM 1 BY 1
004570         UNTIL WS-SCAN > WS-RT-ORIGINAIS
004580     PERFORM 3500-APPEND-NOVAS THRU 3500-EXIT
004590         VARYING WS-SCAN FROM 1 BY 1
004600         UNTIL WS-SCAN > WS-BV-COUNT
004610     IF WS-APLICADAS = ZERO
004620         DISPLAY "NENHUMA ROTA SELECIONADA - NADA APLICADO"
004630         GO TO 3000-EXIT
004640     END-IF
004650*    AS INCLUSOES VAO AO DIARIO ANTES DE O ARQUIVO MUDAR.
004660     PERFORM 3640-JOURNAL-NOVAS THRU 3640-EXIT
004670     PERFORM 3700-REWRITE-ROTAMAST THRU 3700-EXIT
004680     PERFORM 3800-REQUEST-CARDS THRU 3800-EXIT
004690     DISPLAY "VIGENCIAS NOVAS GRAVADAS: " WS-APLICADAS.
004700 3000-EXIT.
004710     EXIT.
004720
004730 3100-LOAD-ROTAMAST.
004740     OPEN INPUT ROTA-MASTER-FILE
004750     IF WS-ROTAM-FILE-STATUS NOT = "00"
004760         MOVE "Y" TO WS-ROTAM-EOF-SW
004770         GO TO 3100-EXIT
004780     END-IF
004790     PERFORM 3150-LOAD-ONE-ROTA THRU 3150-EXIT
004800         UNTIL WS-ROTAM-EOF
004810     CLOSE ROTA-MASTER-FILE
004820     MOVE WS-RT-COUNT TO WS-RT-ORIGINAIS.
004830 3100-EXIT.
004840     EXIT.
004850
004860 3150-LOAD-ONE-ROTA.
004870     READ ROTA-MASTER-FILE
004880         AT END
004890             MOVE "Y" TO WS-ROTAM-EOF-SW
004900             GO TO 3150-EXIT
004910     END-READ
004920     IF WS-RT-COUNT >= 50
004930         MOVE "Y" TO WS-OVERFLOW-SW
004940         GO TO 3150-EXIT
004950     END-IF
004960     ADD 1 TO WS-RT-COUNT
004970     SET WS-RT-IDX TO WS-RT-COUNT
004980     MOVE ROTAM-CODIGO         TO WS-RT-CODIGO(WS-RT-IDX)
004990     MOVE ROTAM-DESC           TO WS-RT-DESC(WS-RT-IDX)
005000     MOVE ROTAM-PRECO          TO WS-RT-PRECO(WS-RT-IDX)
005010     MOVE ROTAM-EFFECTIVE-DATE TO WS-RT-EFFECTIVE(WS-RT-IDX)
005020     MOVE ROTAM-END-DATE       TO WS-RT-END(WS-RT-IDX)
005030     IF ROTAM-TETO-DIA NUMERIC
005040         MOVE ROTAM-TETO-DIA TO WS-RT-TETO-DIA(WS-RT-IDX)
005050     ELSE
005060         MOVE ZERO TO WS-RT-TETO-DIA(WS-RT-IDX)
005070     END-IF
005080     IF ROTAM-TETO-SEMANA NUMERIC
005090         MOVE ROTAM-TETO-SEMANA TO WS-RT-TETO-SEMANA(WS-RT-IDX)
005100     ELSE
005110         MOVE ZERO TO WS-RT-TETO-SEMANA(WS-RT-IDX)
005120     END-IF.
005130 3150-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*  3300-PICK-VIGENTES
005180*  GUARDA POR ROTA A VIGENCIA MAIS RECENTE JA INICIADA (MESMA
005190*  REGRA DO VIAGEM) - E DELA QUE O REAJUSTE PARTE.
005200******************************************************************
005210 3300-PICK-VIGENTES.
005220     SET WS-RT-IDX TO WS-SCAN
005230     IF WS-RT-EFFECTIVE(WS-RT-IDX) > WS-HOJE
005240         GO TO 3300-EXIT
005250     END-IF
005260     IF WS-IN-ROTAS NOT = "TOD"
005270         AND WS-RT-CODIGO(WS-RT-IDX) NOT = WS-IN-ROTAS
005280         GO TO 3300-EXIT
005290     END-IF
005300     MOVE "N" TO WS-FOUND-SW
005310     PERFORM 3350-MATCH-BV THRU 3350-EXIT
005320         VARYING WS-BV-IDX FROM 1 BY 1
005330         UNTIL WS-BV-IDX > WS-BV-COUNT OR WS-FOUND
005340     IF NOT WS-FOUND
005350         IF WS-BV-COUNT >= 50
005360             GO TO 3300-EXIT
005370         END-IF
005380         ADD 1 TO WS-BV-COUNT
005390         SET WS-BV-IDX TO WS-BV-COUNT
005400         MOVE WS-RT-CODIGO(WS-RT-IDX) TO WS-BV-CODIGO(WS-BV-IDX)
005410         MOVE WS-RT-DESC(WS-RT-IDX)   TO WS-BV-DESC(WS-BV-IDX)
005420         MOVE WS-RT-PRECO(WS-RT-IDX)  TO WS-BV-PRECO(WS-BV-IDX)
005430         MOVE WS-RT-EFFECTIVE(WS-RT-IDX)
005440             TO WS-BV-EFFECTIVE(WS-BV-IDX)
005450         MOVE WS-RT-TETO-DIA(WS-RT-IDX)
005460             TO WS-BV-TETO-DIA(WS-BV-IDX)
005470         MOVE WS-RT-TETO-SEMANA(WS-RT-IDX)
005480             TO WS-BV-TETO-SEMANA(WS-BV-IDX)
005490     ELSE
005500         IF WS-RT-EFFECTIVE(WS-RT-IDX) >
005510                 WS-BV-EFFECTIVE(WS-BV-IDX)
005520             MOVE WS-RT-PRECO(WS-RT-IDX)
005530                 TO WS-BV-PRECO(WS-BV-IDX)
005540             MOVE WS-RT-EFFECTIVE(WS-RT-IDX)
005550                 TO WS-BV-EFFECTIVE(WS-BV-IDX)
005560             MOVE WS-RT-TETO-DIA(WS-RT-IDX)
005570                 TO WS-BV-TETO-DIA(WS-BV-IDX)
005580             MOVE WS-RT-TETO-SEMANA(WS-RT-IDX)
005590                 TO WS-BV-TETO-SEMANA(WS-BV-IDX)
005600         END-IF
005610     END-IF.
005620 3300-EXIT.
005630     EXIT.
005640
005650 3350-MATCH-BV.
005660     IF WS-BV-CODIGO(WS-BV-IDX) = WS-RT-CODIGO(WS-RT-IDX)
005670         MOVE "Y" TO WS-FOUND-SW
005680     END-IF.
005690 3350-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730*  3500-APPEND-NOVAS
005740*  ACRESCENTA NA TABELA A VIGENCIA NOVA DE CADA ROTA SELECIONADA
005750*  COM O PRECO REAJUSTADO.
005760******************************************************************
005770 3500-APPEND-NOVAS.
005780     SET WS-BV-IDX TO WS-SCAN
005790     IF WS-RT-COUNT >= 50
005800         MOVE "Y" TO WS-OVERFLOW-SW
005810         DISPLAY "SEM VAGA PARA A VIGENCIA NOVA DE "
005820                 WS-BV-CODIGO(WS-BV-IDX)
005830         GO TO 3500-EXIT
005840     END-IF
005850     IF WS-TIPO-AJUSTE = "F"
005860         COMPUTE WS-PRECO-NOVO =
005870             WS-BV-PRECO(WS-BV-IDX) + WS-FIXO
005880             ON SIZE ERROR
005890                 MOVE WS-BV-PRECO(WS-BV-IDX) TO WS-PRECO-NOVO
005900         END-COMPUTE
005910     ELSE
005920         COMPUTE WS-PRECO-NOVO ROUNDED =
005930             WS-BV-PRECO(WS-BV-IDX) * WS-FATOR
005940             ON SIZE ERROR
005950                 MOVE WS-BV-PRECO(WS-BV-IDX) TO WS-PRECO-NOVO
005960         END-COMPUTE
005970     END-IF
005980     ADD 1 TO WS-RT-COUNT
005990     SET WS-RT-IDX TO WS-RT-COUNT
006000     MOVE WS-BV-CODIGO(WS-BV-IDX) TO WS-RT-CODIGO(WS-RT-IDX)
006010     MOVE WS-BV-DESC(WS-BV-IDX)   TO WS-RT-DESC(WS-RT-IDX)
006020     MOVE WS-PRECO-NOVO           TO WS-RT-PRECO(WS-RT-IDX)
006030     MOVE WS-IN-EFFECTIVE         TO WS-RT-EFFECTIVE(WS-RT-IDX)
006040     MOVE SPACES                  TO WS-RT-END(WS-RT-IDX)
006050     MOVE WS-BV-TETO-DIA(WS-BV-IDX)
006060         TO WS-RT-TETO-DIA(WS-RT-IDX)
006070     MOVE WS-BV-TETO-SEMANA(WS-BV-IDX)
006080         TO WS-RT-TETO-SEMANA(WS-RT-IDX)
006090     ADD 1 TO WS-APLICADAS
006100     PERFORM 7100-WRITE-AUDIT-APLICA.
006110 3500-EXIT.
006120     EXIT.
006130
006140 3700-REWRITE-ROTAMAST.
006150     OPEN OUTPUT ROTA-MASTER-FILE
006160     PERFORM 3750-WRITE-ONE-ROTA THRU 3750-EXIT
006170         VARYING WS-SCAN FROM 1 BY 1
006180         UNTIL WS-SCAN > WS-RT-COUNT
006190     CLOSE ROTA-MASTER-FILE.
006200 3700-EXIT.
006210     EXIT.
006220
006230 3750-WRITE-ONE-ROTA.
006240     SET WS-RT-IDX TO WS-SCAN
006250     MOVE SPACES                    TO ROTA-MASTER-RECORD
006260     MOVE WS-RT-CODIGO(WS-RT-IDX)   TO ROTAM-CODIGO
006270     MOVE WS-RT-DESC(WS-RT-IDX)     TO ROTAM-DESC
006280     MOVE WS-RT-PRECO(WS-RT-IDX)    TO ROTAM-PRECO
006290     MOVE WS-RT-EFFECTIVE(WS-RT-IDX) TO ROTAM-EFFECTIVE-DATE
006300     MOVE WS-RT-END(WS-RT-IDX)      TO ROTAM-END-DATE
006310     MOVE WS-RT-TETO-DIA(WS-RT-IDX) TO ROTAM-TETO-DIA
006320     MOVE WS-RT-TETO-SEMANA(WS-RT-IDX) TO ROTAM-TETO-SEMANA
006330     WRITE ROTA-MASTER-RECORD.
006340 3750-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380*  3800-REQUEST-CARDS
006390*  PEDE A REEMISSAO DO CARTAO DE TARIFAS DE CADA ROTA QUE GANHOU
006400*  VIGENCIA NOVA (AS ENTRADAS ALEM DE WS-RT-ORIGINAIS) - ATENDIDA
006410*  PELO TABUADA, MODO C, ROTA "PEN".
006420******************************************************************
006430 3800-REQUEST-CARDS.
006440     OPEN EXTEND CARD-REQUEST-FILE
006450     IF WS-CPD-FILE-STATUS = "35"
006460         OPEN OUTPUT CARD-REQUEST-FILE
006470         CLOSE CARD-REQUEST-FILE
006480         OPEN EXTEND CARD-REQUEST-FILE
006490     END-IF
006500     COMPUTE WS-JRN-START = WS-RT-ORIGINAIS + 1
006510     PERFORM 3850-ONE-CARD-REQUEST THRU 3850-EXIT
006520         VARYING WS-SCAN FROM WS-JRN-START BY 1
006530         UNTIL WS-SCAN > WS-RT-COUNT
006540     CLOSE CARD-REQUEST-FILE.
006550 3800-EXIT.
006560     EXIT.
006570
006580 3850-ONE-CARD-REQUEST.
006590     SET WS-RT-IDX TO WS-SCAN
006600     MOVE SPACES                     TO CARD-REQUEST-RECORD
006610     MOVE WS-RT-CODIGO(WS-RT-IDX)    TO CPD-ROTA
006620     MOVE WS-RT-EFFECTIVE(WS-RT-IDX) TO CPD-VIGENCIA
006630     MOVE WS-RT-PRECO(WS-RT-IDX)     TO CPD-PRECO
006640     MOVE "TARIFAJ"                  TO CPD-ORIGEM
006650     MOVE WS-OPERATOR-ID             TO CPD-OPERADOR
006660     MOVE RUN-STAMP-DATE             TO CPD-DATA
006670     MOVE RUN-STAMP-ID               TO CPD-RUN-ID
006680     MOVE "P"                        TO CPD-SITUACAO
006690     WRITE CARD-REQUEST-RECORD.
006700 3850-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740*  3640-JOURNAL-NOVAS
006750*  GRAVA NO DIARIO DE IMAGEM-ANTES, COMO INCLUSAO, CADA
006760*  VIGENCIA NOVA ACRESCENTADA PELO REAJUSTE (AS ENTRADAS ALEM
006770*  DE WS-RT-ORIGINAIS).
006780******************************************************************
006790 3640-JOURNAL-NOVAS.
006800     OPEN EXTEND BEFORE-IMAGE-FILE
006810     IF WS-BIMG-FILE-STATUS = "35"
006820         OPEN OUTPUT BEFORE-IMAGE-FILE
006830         CLOSE BEFORE-IMAGE-FILE
006840         OPEN EXTEND BEFORE-IMAGE-FILE
006850     END-IF
006860     COMPUTE WS-JRN-START = WS-RT-ORIGINAIS + 1
006870     PERFORM 3650-ONE-JOURNAL THRU 3650-EXIT
006880         VARYING WS-SCAN FROM WS-JRN-START BY 1
006890         UNTIL WS-SCAN > WS-RT-COUNT
006900     CLOSE BEFORE-IMAGE-FILE.
006910  3640-EXIT.
006920     EXIT.
006930 
006940  3650-ONE-JOURNAL.
006950     SET WS-RT-IDX TO WS-SCAN
006960     MOVE SPACES TO WS-ROTA-IMAGE
006970     MOVE WS-RT-CODIGO(WS-RT-IDX)    TO WS-RI-CODIGO
006980     MOVE WS-RT-DESC(WS-RT-IDX)      TO WS-RI-DESC
006990     MOVE WS-RT-PRECO(WS-RT-IDX)     TO WS-RI-PRECO
007000     MOVE WS-RT-EFFECTIVE(WS-RT-IDX) TO WS-RI-EFFECTIVE
007010     MOVE WS-RT-END(WS-RT-IDX)       TO WS-RI-END
007020     MOVE WS-RT-TETO-DIA(WS-RT-IDX)  TO WS-RI-TETO-DIA
007030     MOVE WS-RT-TETO-SEMANA(WS-RT-IDX) TO WS-RI-TETO-SEMANA
007040     MOVE SPACES        TO BIMG-OLD-IMAGE
007050     MOVE WS-ROTA-IMAGE TO BIMG-NEW-IMAGE
007060     MOVE "I"           TO BIMG-ACAO
007070     MOVE "ROTAMAST"    TO BIMG-FILE-NAME
007080     MOVE WS-OPERATOR-ID TO BIMG-OPERATOR
007090     MOVE RUN-STAMP-DATE TO BIMG-RUN-DATE
007100     MOVE RUN-STAMP-ID   TO BIMG-RUN-ID
007110     WRITE BEFORE-IMAGE-RECORD.
007120  3650-EXIT.
007130     EXIT.
007140 
007150******************************************************************
007160*  7000-WRITE-AUDIT-SIMULA
007170*  GRAVA A SIMULACAO NA TRILHA DE AUDITORIA.
007180******************************************************************
007190 7000-WRITE-AUDIT-SIMULA.
007200     MOVE "TARIFAJ"          TO AUDIT-PROGRAM-ID
007210     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007220     ACCEPT AUDIT-TIME FROM TIME
007230     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007240     MOVE WS-MES              TO AUDIT-KEY
007250     MOVE SPACES              TO AUDIT-DETAIL
007260     MOVE WS-TOT-PROJ         TO WS-VALOR-ED
007270     STRING "SIMULACAO " WS-TIPO-AJUSTE
007280            " PROJ=R$" WS-VALOR-ED
007290         DELIMITED BY SIZE INTO AUDIT-DETAIL
007300     CALL "AUDITWR" USING AUDIT-RECORD.
007310
007320******************************************************************
007330*  7100-WRITE-AUDIT-APLICA
007340*  GRAVA A VIGENCIA NOVA NA TRILHA DE AUDITORIA.
007350******************************************************************
007360 7100-WRITE-AUDIT-APLICA.
007370     MOVE "TARIFAJ"          TO AUDIT-PROGRAM-ID
007380     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007390     ACCEPT AUDIT-TIME FROM TIME
007400     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007410     MOVE WS-RT-CODIGO(WS-RT-IDX) TO AUDIT-KEY
007420     MOVE SPACES              TO AUDIT-DETAIL
007430     MOVE WS-PRECO-NOVO       TO WS-PRECO-ED
007440     STRING "REAJUSTE PRECO=" WS-PRECO-ED
007450            " VIGENCIA=" WS-IN-EFFECTIVE
007460         DELIMITED BY SIZE INTO AUDIT-DETAIL
007470     CALL "AUDITWR" USING AUDIT-RECORD.
