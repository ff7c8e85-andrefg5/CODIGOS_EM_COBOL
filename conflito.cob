000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONFLITO.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - SEGREGACAO DE FUNCOES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  CONFLITO.CBL
000090*  RELATORIO MENSAL DE CONFLITOS DE SEGREGACAO DE FUNCOES
000100*  (CONFLRPT) PARA A AUDITORIA. SO PARA ADMINISTRADOR (NIVEL 9).
000110*  PARA O MES INFORMADO (AAAAMM) APONTA:
000120*    1 - COFRE   - MOVIMENTO DO VAULTPND DECIDIDO NO MES PELA
000130*                  MESMA PESSOA QUE O REGISTROU;
000140*    2 - ESTORNO - VENDA ESTORNADA NO MES (TRILHA DO ESTORNO)
000150*                  PELA MESMA PESSOA QUE A VENDEU (CAIXA DO
000160*                  TICKETS PELO TELLMAST);
000170*    3 - LICENCA - LICENCA APROVADA NO MES (TRILHA DO LICENCA)
000180*                  PELO PROPRIO LICENCIADO;
000190*    4 - NOTAS   - NOTA ALTERADA NO MES (TRILHA DO ALTNOTA) POR
000200*                  QUEM E ALUNO MATRICULADO NA MESMA DISCIPLINA
000210*                  (OU A PROPRIA NOTA DO OPERADOR);
000220*    5 - PAPEIS  - OPERADOR DO OPERMAST CUJO PAPEL JUNTA DUAS
000230*                  FUNCOES DECLARADAS CONFLITANTES NO SODRULES
000240*                  (COPYBOOK SODRULREC).
000250*  A TRILHA E LIDA COMO NO CONSAUD (ACERVO AUDITARC + MOVIMENTO
000260*  CORRENTE AUDITLOG). A MESMA PESSOA E O MESMO ID DE OPERADOR OU,
000270*  ENTRE CADASTROS DIFERENTES (OPERMAST, TELLMAST, ALUNMAST), O
000280*  MESMO NOME. RC 4 QUANDO HA CONFLITO NO RELATORIO.
000290*-----------------------------------------------------------------
000300*  MODIFICATION HISTORY
000310*  DATE       INIT  DESCRIPTION
000320*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS  IS WS-OPER-FILE-STATUS.
000400     SELECT SOD-RULES-FILE ASSIGN TO "SODRULES"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS WS-SOD-FILE-STATUS.
000430     SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS WS-TELL-FILE-STATUS.
000460     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS WS-ALUN-FILE-STATUS.
000490     SELECT ENROLLMENT-FILE ASSIGN TO "MATRICUL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS  IS WS-MAT-FILE-STATUS.
000520     SELECT VAULT-PENDING-FILE ASSIGN TO "VAULTPND"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS  IS WS-VPND-FILE-STATUS.
000550     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS  IS WS-TKT-FILE-STATUS.
000580     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARC"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS  IS WS-ARC-FILE-STATUS.
000610     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000640     SELECT CONFLICT-REPORT-FILE ASSIGN TO "CONFLRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  OPERATOR-MASTER-FILE
000690     RECORDING MODE IS F.
000700     COPY OPERMREC.
000710 FD  SOD-RULES-FILE
000720     RECORDING MODE IS F.
000730     COPY SODRULREC.
000740 FD  TELLER-MASTER-FILE
000750     RECORDING MODE IS F.
000760     COPY TELLMREC.
000770 FD  STUDENT-MASTER-FILE
000780     RECORDING MODE IS F.
000790     COPY ALUNOREC.
000800 FD  ENROLLMENT-FILE
000810     RECORDING MODE IS F.
000820     COPY MATRICREC.
000830 FD  VAULT-PENDING-FILE
000840     RECORDING MODE IS F.
000850     COPY VAULTPNDREC.
000860 FD  TICKETS-FILE
000870     RECORDING MODE IS F.
000880     COPY TICKETREC.
000890 FD  AUDIT-ARCHIVE-FILE
000900     RECORDING MODE IS F.
000910 01  ARCHIVE-RECORD.
000920     05  ARC-PROGRAM-ID          PIC X(12).
000930     05  ARC-OPERATOR-ID         PIC X(08).
000940     05  ARC-DATE                PIC X(08).
000950     05  ARC-TIME                PIC X(08).
000960     05  ARC-KEY                 PIC X(10).
000970     05  ARC-DETAIL              PIC X(60).
000980 FD  AUDIT-LOG-FILE
000990     RECORDING MODE IS F.
001000     COPY AUDITREC.
001010 FD  CONFLICT-REPORT-FILE
001020     RECORDING MODE IS F.
001030 01  REPORT-LINE                 PIC X(120).
001040 WORKING-STORAGE SECTION.
001050 01  WS-SWITCHES.
001060     05  WS-OPER-FILE-STATUS     PIC X(02)   VALUE "00".
001070     05  WS-SOD-FILE-STATUS      PIC X(02)   VALUE "00".
001080     05  WS-TELL-FILE-STATUS     PIC X(02)   VALUE "00".
001090     05  WS-ALUN-FILE-STATUS     PIC X(02)   VALUE "00".
001100     05  WS-MAT-FILE-STATUS      PIC X(02)   VALUE "00".
001110     05  WS-VPND-FILE-STATUS     PIC X(02)   VALUE "00".
001120     05  WS-TKT-FILE-STATUS      PIC X(02)   VALUE "00".
001130     05  WS-ARC-FILE-STATUS      PIC X(02)   VALUE "00".
001140     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001150     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001160         88  WS-EOF                          VALUE "Y".
001170     05  WS-ARC-EOF-SW           PIC X(01)   VALUE "N".
001180         88  WS-ARC-EOF                      VALUE "Y".
001190     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
001200         88  WS-LOG-EOF                      VALUE "Y".
001210     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001220         88  WS-SIGNON-VALID                 VALUE "Y".
001230     05  WS-MES-OK-SW            PIC X(01)   VALUE "N".
001240         88  WS-MES-OK                       VALUE "Y".
001250     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001260         88  WS-FOUND                        VALUE "Y".
001270     05  WS-SEM-REGRAS-SW        PIC X(01)   VALUE "N".
001280         88  WS-SEM-REGRAS                   VALUE "Y".
001290     05  WS-TEM-ALUNO-SW         PIC X(01)   VALUE "N".
001300         88  WS-TEM-ALUNO                    VALUE "Y".
001310     05  WS-PROPRIO-SW           PIC X(01)   VALUE "N".
001320         88  WS-PROPRIO                      VALUE "Y".
001330 01  WS-MSG-CODE-WK              PIC X(08).
001340 01  WS-MSG-TEXT-WK              PIC X(60).
001350 01  WS-OPERATOR-ID              PIC X(08).
001360 01  WS-OPERATOR-PIN             PIC X(04).
001370 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
001380 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001390     88  WS-AUTHORIZED                       VALUE "Y".
001400     COPY RUNSTAMP.
001410 01  WS-IN-MES                   PIC X(06).
001420 01  WS-IN-MES-R REDEFINES WS-IN-MES.
001430     05  WS-IN-ANO               PIC 9(04).
001440     05  WS-IN-MM                PIC 9(02).
001450 01  WS-T-PROGRAMA               PIC X(12).
001460 01  WS-T-OPERADOR               PIC X(08).
001470 01  WS-T-DATA                   PIC X(08).
001480 01  WS-T-CHAVE                  PIC X(10).
001490 01  WS-T-DETALHE                PIC X(60).
001500 01  WS-BUSCA-ID                 PIC X(08).
001510 01  WS-BUSCA-NOME               PIC X(30).
001520 01  WS-BUSCA-PAPEL              PIC X(01).
001530 01  WS-BUSCA-FUNCAO             PIC X(08).
001540 01  WS-BUSCA-PAPEIS             PIC X(10).
001550 01  WS-BUSCA-ALUNO              PIC X(08).
001560 01  WS-NOME-1                   PIC X(30).
001570 01  WS-NOME-2                   PIC X(30).
001580 01  WS-PAPEIS-A                 PIC X(10).
001590 01  WS-PAPEIS-B                 PIC X(10).
001600 01  WS-TALLY-A                  PIC 9(02).
001610 01  WS-TALLY-B                  PIC 9(02).
001620 01  WS-CASO-WK                  PIC X(30).
001630 01  WS-VALOR-ED                 PIC ZZZZ9.99.
001640 01  WS-QTD-ED                   PIC ZZZZ9.
001650 01  WS-SECAO-CONT               PIC 9(05)   VALUE ZERO.
001660 01  WS-TOTAL-CONT               PIC 9(05)   VALUE ZERO.
001670 01  WS-COFRE-CONT               PIC 9(05)   VALUE ZERO.
001680 01  WS-ESTORNO-CONT             PIC 9(05)   VALUE ZERO.
001690 01  WS-LICENCA-CONT             PIC 9(05)   VALUE ZERO.
001700 01  WS-NOTA-CONT                PIC 9(05)   VALUE ZERO.
001710 01  WS-PAPEL-CONT               PIC 9(05)   VALUE ZERO.
001720 01  WS-TABELA-CHEIA             PIC 9(05)   VALUE ZERO.
001730
001740******************************************************************
001750*  OPERADORES DO OPERMAST (IDENTIDADE E PAPEL).
001760******************************************************************
001770 01  WS-OP-TABLE.
001780     05  WS-OP-ENTRY OCCURS 100 TIMES
001790                     INDEXED BY WS-OP-IDX WS-OP-SCAN.
001800         10  WS-OP-ID            PIC X(08).
001810         10  WS-OP-NOME          PIC X(30).
001820         10  WS-OP-PAPEL         PIC X(01).
001830         10  WS-OP-STATUS        PIC X(01).
001840 01  WS-OP-COUNT                 PIC 9(03)   VALUE ZERO.
001850
001860******************************************************************
001870*  FUNCOES E CONFLITOS DO SODRULES.
001880******************************************************************
001890 01  WS-FN-TABLE.
001900     05  WS-FN-ENTRY OCCURS 50 TIMES
001910                     INDEXED BY WS-FN-IDX.
001920         10  WS-FN-FUNCAO        PIC X(08).
001930         10  WS-FN-PAPEIS        PIC X(10).
001940 01  WS-FN-COUNT                 PIC 9(03)   VALUE ZERO.
001950 01  WS-RG-TABLE.
001960     05  WS-RG-ENTRY OCCURS 50 TIMES
001970                     INDEXED BY WS-RG-IDX.
001980         10  WS-RG-FUNCAO-A      PIC X(08).
001990         10  WS-RG-FUNCAO-B      PIC X(08).
002000         10  WS-RG-MOTIVO        PIC X(40).
002010 01  WS-RG-COUNT                 PIC 9(03)   VALUE ZERO.
002020
002030******************************************************************
002040*  CAIXAS DO TELLMAST (ID DO CAIXA NO TICKETS -> NOME).
002050******************************************************************
002060 01  WS-CX-TABLE.
002070     05  WS-CX-ENTRY OCCURS 200 TIMES
002080                     INDEXED BY WS-CX-IDX.
002090         10  WS-CX-ID            PIC X(05).
002100         10  WS-CX-NOME          PIC X(30).
002110 01  WS-CX-COUNT                 PIC 9(03)   VALUE ZERO.
002120
002130******************************************************************
002140*  ALUNOS DO ALUNMAST COM O MESMO NOME DE UM OPERADOR.
002150******************************************************************
002160 01  WS-AL-TABLE.
002170     05  WS-AL-ENTRY OCCURS 50 TIMES
002180                     INDEXED BY WS-AL-IDX.
002190         10  WS-AL-ALUNO         PIC X(08).
002200         10  WS-AL-OPER          PIC X(08).
002210 01  WS-AL-COUNT                 PIC 9(03)   VALUE ZERO.
002220
002230******************************************************************
002240*  ESTORNOS DO MES (TRILHA DO ESTORNO) E O CAIXA DA VENDA
002250*  ORIGINAL, ACHADO NA PASSADA DO TICKETS.
002260******************************************************************
002270 01  WS-VD-TABLE.
002280     05  WS-VD-ENTRY OCCURS 500 TIMES
002290                     INDEXED BY WS-VD-IDX.
002300         10  WS-VD-OPER          PIC X(08).
002310         10  WS-VD-DATA          PIC X(08).
002320         10  WS-VD-RUN-ID        PIC X(08).
002330         10  WS-VD-SEQ           PIC 9(05).
002340         10  WS-VD-CAIXA         PIC X(05).
002350 01  WS-VD-COUNT                 PIC 9(03)   VALUE ZERO.
002360
002370******************************************************************
002380*  ALTERACOES DE NOTA DO MES FEITAS POR OPERADOR QUE TAMBEM E
002390*  ALUNO. MARCA P = A PROPRIA NOTA; M = MATRICULADO NA DISCIPLINA.
002400******************************************************************
002410 01  WS-GR-TABLE.
002420     05  WS-GR-ENTRY OCCURS 500 TIMES
002430                     INDEXED BY WS-GR-IDX.
002440         10  WS-GR-OPER          PIC X(08).
002450         10  WS-GR-DATA          PIC X(08).
002460         10  WS-GR-ALUNO         PIC X(08).
002470         10  WS-GR-DISC          PIC X(08).
002480         10  WS-GR-MARCA         PIC X(01).
002490         10  WS-GR-MATRICULA     PIC X(08).
002500 01  WS-GR-COUNT                 PIC 9(03)   VALUE ZERO.
002510
002520******************************************************************
002530*  LICENCAS APROVADAS NO MES PELO PROPRIO LICENCIADO.
002540******************************************************************
002550 01  WS-LV-TABLE.
002560     05  WS-LV-ENTRY OCCURS 200 TIMES
002570                     INDEXED BY WS-LV-IDX.
002580         10  WS-LV-OPER          PIC X(08).
002590         10  WS-LV-DATA          PIC X(08).
002600         10  WS-LV-CHAVE         PIC X(10).
002610         10  WS-LV-DETALHE       PIC X(30).
002620 01  WS-LV-COUNT                 PIC 9(03)   VALUE ZERO.
002630
002640 PROCEDURE DIVISION.
002650
002660 0000-MAINLINE.
002670     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002680*    RELATORIO DA AUDITORIA SOBRE OS PROPRIOS OPERADORES - NIVEL 9
002690*    PELO OPAUTH.
002700     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002710                         WS-AUTHORIZED-SW
002720     IF NOT WS-AUTHORIZED
002730         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002740         MOVE 8 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002780     IF WS-OP-COUNT = ZERO
002790         DISPLAY "OPERMAST VAZIO OU AUSENTE -"
002800                 " RELATORIO NAO EMITIDO"
002810         MOVE 8 TO RETURN-CODE
002820         STOP RUN
002830     END-IF
002840     PERFORM 2000-SCAN-AUDIT THRU 2000-EXIT
002850     OPEN OUTPUT CONFLICT-REPORT-FILE
002860     PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
002870     PERFORM 3000-CHECK-COFRE THRU 3000-EXIT
002880     PERFORM 3200-CHECK-ESTORNO THRU 3200-EXIT
002890     PERFORM 3400-CHECK-LICENCA THRU 3400-EXIT
002900     PERFORM 3600-CHECK-NOTAS THRU 3600-EXIT
002910     PERFORM 3800-CHECK-PAPEIS THRU 3800-EXIT
002920     PERFORM 5000-FINALIZE THRU 5000-EXIT
002930     STOP RUN.
002940
002950******************************************************************
002960*  0010-SIGN-ON
002970*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002980*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002990******************************************************************
003000 0010-SIGN-ON.
003010     MOVE "N" TO WS-SIGNON-VALID-SW
003020     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
003030         UNTIL WS-SIGNON-VALID.
003040 0010-EXIT.
003050     EXIT.
003060
003070 0020-PROMPT-SIGNON.
003080     MOVE "SGN-001" TO WS-MSG-CODE-WK
003090     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003100     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003110     ACCEPT WS-OPERATOR-ID
003120     MOVE "SGN-002" TO WS-MSG-CODE-WK
003130     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003140     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003150     ACCEPT WS-OPERATOR-PIN
003160     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003170                           WS-SIGNON-VALID-SW
003180     IF NOT WS-SIGNON-VALID
003190         MOVE "SGN-003" TO WS-MSG-CODE-WK
003200         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003210         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003220     END-IF.
003230 0020-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270*  1000-INITIALIZE
003280*  CARIMBA A EXECUCAO, PEDE O MES E CARREGA AS TABELAS DE
003290*  IDENTIDADE (OPERADORES, CAIXAS, ALUNOS) E AS REGRAS.
003300******************************************************************
003310 1000-INITIALIZE.
003320     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003330     ACCEPT RUN-STAMP-ID   FROM TIME
003340     MOVE "N" TO WS-MES-OK-SW
003350     PERFORM 1010-PEDE-MES THRU 1010-EXIT
003360         UNTIL WS-MES-OK
003370     PERFORM 1100-LOAD-OPERADORES THRU 1100-EXIT
003380     PERFORM 1200-LOAD-REGRAS THRU 1200-EXIT
003390     PERFORM 1300-LOAD-CAIXAS THRU 1300-EXIT
003400     PERFORM 1400-LOAD-ALUNOS THRU 1400-EXIT.
003410 1000-EXIT.
003420     EXIT.
003430
003440 1010-PEDE-MES.
003450     DISPLAY "MES DO RELATORIO (AAAAMM):"
003460     ACCEPT WS-IN-MES
003470     IF WS-IN-MES IS NUMERIC
003480         AND WS-IN-MM >= 1 AND WS-IN-MM <= 12
003490         MOVE "Y" TO WS-MES-OK-SW
003500     ELSE
003510         DISPLAY "MES INVALIDO"
003520     END-IF.
003530 1010-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*  1100-LOAD-OPERADORES
003580*  CARREGA O OPERMAST NA TABELA DE OPERADORES.
003590******************************************************************
003600 1100-LOAD-OPERADORES.
003610     MOVE "N" TO WS-EOF-SW
003620     OPEN INPUT OPERATOR-MASTER-FILE
003630     IF WS-OPER-FILE-STATUS NOT = "00"
003640         GO TO 1100-EXIT
003650     END-IF
003660     PERFORM 1110-READ-OPERADOR THRU 1110-EXIT
003670         UNTIL WS-EOF
003680     CLOSE OPERATOR-MASTER-FILE.
003690 1100-EXIT.
003700     EXIT.
003710
003720 1110-READ-OPERADOR.
003730     READ OPERATOR-MASTER-FILE
003740         AT END
003750             MOVE "Y" TO WS-EOF-SW
003760             GO TO 1110-EXIT
003770     END-READ
003780     IF WS-OP-COUNT >= 100
003790         ADD 1 TO WS-TABELA-CHEIA
003800         GO TO 1110-EXIT
003810     END-IF
003820     ADD 1 TO WS-OP-COUNT
003830     SET WS-OP-IDX TO WS-OP-COUNT
003840     MOVE OPER-ID     TO WS-OP-ID(WS-OP-IDX)
003850     MOVE OPER-NAME   TO WS-OP-NOME(WS-OP-IDX)
003860     MOVE OPER-ROLE   TO WS-OP-PAPEL(WS-OP-IDX)
003870     MOVE OPER-STATUS TO WS-OP-STATUS(WS-OP-IDX).
003880 1110-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*  1200-LOAD-REGRAS
003930*  CARREGA AS FUNCOES (F) E OS CONFLITOS (C) DO SODRULES. SEM O
003940*  ARQUIVO A SECAO DE PAPEIS SAI COMO NAO AVALIADA.
003950******************************************************************
003960 1200-LOAD-REGRAS.
003970     MOVE "N" TO WS-EOF-SW
003980     OPEN INPUT SOD-RULES-FILE
003990     IF WS-SOD-FILE-STATUS NOT = "00"
004000         MOVE "Y" TO WS-SEM-REGRAS-SW
004010         GO TO 1200-EXIT
004020     END-IF
004030     PERFORM 1210-READ-REGRA THRU 1210-EXIT
004040         UNTIL WS-EOF
004050     CLOSE SOD-RULES-FILE.
004060 1200-EXIT.
004070     EXIT.
004080
004090 1210-READ-REGRA.
004100     READ SOD-RULES-FILE
004110         AT END
004120             MOVE "Y" TO WS-EOF-SW
004130             GO TO 1210-EXIT
004140     END-READ
004150     EVALUATE TRUE
004160         WHEN SOD-FUNCAO-REG
004170             IF WS-FN-COUNT >= 50
004180                 ADD 1 TO WS-TABELA-CHEIA
004190                 GO TO 1210-EXIT
004200             END-IF
004210             ADD 1 TO WS-FN-COUNT
004220             SET WS-FN-IDX TO WS-FN-COUNT
004230             MOVE SOD-FUNCAO TO WS-FN-FUNCAO(WS-FN-IDX)
004240             MOVE SOD-PAPEIS TO WS-FN-PAPEIS(WS-FN-IDX)
004250         WHEN SOD-CONFLITO-REG
004260             IF WS-RG-COUNT >= 50
004270                 ADD 1 TO WS-TABELA-CHEIA
004280                 GO TO 1210-EXIT
004290             END-IF
004300             ADD 1 TO WS-RG-COUNT
004310             SET WS-RG-IDX TO WS-RG-COUNT
004320             MOVE SOD-FUNCAO-A TO WS-RG-FUNCAO-A(WS-RG-IDX)
004330             MOVE SOD-FUNCAO-B TO WS-RG-FUNCAO-B(WS-RG-IDX)
004340             MOVE SOD-MOTIVO   TO WS-RG-MOTIVO(WS-RG-IDX)
004350         WHEN OTHER
004360             CONTINUE
004370     END-EVALUATE.
004380 1210-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420*  1300-LOAD-CAIXAS
004430*  CARREGA O TELLMAST (CAIXA DA VENDA -> NOME DA PESSOA).
004440******************************************************************
004450 1300-LOAD-CAIXAS.
004460     MOVE "N" TO WS-EOF-SW
004470     OPEN INPUT TELLER-MASTER-FILE
004480     IF WS-TELL-FILE-STATUS NOT = "00"
004490         GO TO 1300-EXIT
004500     END-IF
004510     PERFORM 1310-READ-CAIXA THRU 1310-EXIT
004520         UNTIL WS-EOF
004530     CLOSE TELLER-MASTER-FILE.
004540 1300-EXIT.
004550     EXIT.
004560
004570 1310-READ-CAIXA.
004580     READ TELLER-MASTER-FILE
004590         AT END
004600             MOVE "Y" TO WS-EOF-SW
004610             GO TO 1310-EXIT
004620     END-READ
004630     IF WS-CX-COUNT >= 200
004640         ADD 1 TO WS-TABELA-CHEIA
004650         GO TO 1310-EXIT
004660     END-IF
004670     ADD 1 TO WS-CX-COUNT
004680     SET WS-CX-IDX TO WS-CX-COUNT
004690     MOVE TELLM-ID   TO WS-CX-ID(WS-CX-IDX)
004700     MOVE TELLM-NAME TO WS-CX-NOME(WS-CX-IDX).
004710 1310-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*  1400-LOAD-ALUNOS
004760*  GUARDA SO OS ALUNOS DO ALUNMAST QUE TEM O NOME DE UM OPERADOR.
004770******************************************************************
004780 1400-LOAD-ALUNOS.
004790     MOVE "N" TO WS-EOF-SW
004800     OPEN INPUT STUDENT-MASTER-FILE
004810     IF WS-ALUN-FILE-STATUS NOT = "00"
004820         GO TO 1400-EXIT
004830     END-IF
004840     PERFORM 1410-READ-ALUNO THRU 1410-EXIT
004850         UNTIL WS-EOF
004860     CLOSE STUDENT-MASTER-FILE.
004870 1400-EXIT.
004880     EXIT.
004890
004900 1410-READ-ALUNO.
004910     READ STUDENT-MASTER-FILE
004920         AT END
004930             MOVE "Y" TO WS-EOF-SW
004940             GO TO 1410-EXIT
004950     END-READ
004960     IF ALUNO-NOME = SPACES
004970         GO TO 1410-EXIT
004980     END-IF
004990     PERFORM 1420-TRY-OPER-NOME THRU 1420-EXIT
005000         VARYING WS-OP-SCAN FROM 1 BY 1
005010         UNTIL WS-OP-SCAN > WS-OP-COUNT.
005020 1410-EXIT.
005030     EXIT.
005040
005050 1420-TRY-OPER-NOME.
005060     IF WS-OP-NOME(WS-OP-SCAN) NOT = ALUNO-NOME
005070         GO TO 1420-EXIT
005080     END-IF
005090     IF WS-AL-COUNT >= 50
005100         ADD 1 TO WS-TABELA-CHEIA
005110         GO TO 1420-EXIT
005120     END-IF
005130     ADD 1 TO WS-AL-COUNT
005140     SET WS-AL-IDX TO WS-AL-COUNT
005150     MOVE ALUNO-ID              TO WS-AL-ALUNO(WS-AL-IDX)
005160     MOVE WS-OP-ID(WS-OP-SCAN)  TO WS-AL-OPER(WS-AL-IDX).
005170 1420-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*  2000-SCAN-AUDIT
005220*  PERCORRE A TRILHA (ACERVO E MOVIMENTO CORRENTE) E SEPARA OS
005230*  REGISTROS DO MES QUE INTERESSAM: ESTORNOS, ALTERACOES DE NOTA
005240*  E DECISOES DE LICENCA.
005250******************************************************************
005260 2000-SCAN-AUDIT.
005270     OPEN INPUT AUDIT-ARCHIVE-FILE
005280     IF WS-ARC-FILE-STATUS NOT = "00"
005290         MOVE "Y" TO WS-ARC-EOF-SW
005300     ELSE
005310         PERFORM 8000-READ-ARCHIVE
005320     END-IF
005330     PERFORM 2100-SCAN-ARCHIVE THRU 2100-EXIT
005340         UNTIL WS-ARC-EOF
005350     OPEN INPUT AUDIT-LOG-FILE
005360     IF WS-AUDIT-FILE-STATUS NOT = "00"
005370         MOVE "Y" TO WS-LOG-EOF-SW
005380     ELSE
005390         PERFORM 8500-READ-CURRENT
005400     END-IF
005410     PERFORM 2500-SCAN-CURRENT THRU 2500-EXIT
005420         UNTIL WS-LOG-EOF
005430     IF WS-ARC-FILE-STATUS = "00" OR WS-ARC-FILE-STATUS = "10"
005440         CLOSE AUDIT-ARCHIVE-FILE
005450     END-IF
005460     IF WS-AUDIT-FILE-STATUS = "00" OR WS-AUDIT-FILE-STATUS = "10"
005470         CLOSE AUDIT-LOG-FILE
005480     END-IF.
005490 2000-EXIT.
005500     EXIT.
005510
005520 2100-SCAN-ARCHIVE.
005530     MOVE ARC-PROGRAM-ID  TO WS-T-PROGRAMA
005540     MOVE ARC-OPERATOR-ID TO WS-T-OPERADOR
005550     MOVE ARC-DATE        TO WS-T-DATA
005560     MOVE ARC-KEY         TO WS-T-CHAVE
005570     MOVE ARC-DETAIL      TO WS-T-DETALHE
005580     PERFORM 2200-CLASSIFICA THRU 2200-EXIT
005590     PERFORM 8000-READ-ARCHIVE.
005600 2100-EXIT.
005610     EXIT.
005620
005630 2500-SCAN-CURRENT.
005640     MOVE AUDIT-PROGRAM-ID  TO WS-T-PROGRAMA
005650     MOVE AUDIT-OPERATOR-ID TO WS-T-OPERADOR
005660     MOVE AUDIT-DATE        TO WS-T-DATA
005670     MOVE AUDIT-KEY         TO WS-T-CHAVE
005680     MOVE AUDIT-DETAIL      TO WS-T-DETALHE
005690     PERFORM 2200-CLASSIFICA THRU 2200-EXIT
005700     PERFORM 8500-READ-CURRENT.
005710 2500-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*  2200-CLASSIFICA
005760*  ESTORNO: "ESTORNO SEQ=nnnnn ..." COM A CHAVE = RUN-ID DA VENDA;
005770*  ALTNOTA: "DISC=dddddddd ..." COM A CHAVE = ALUNO ALTERADO;
005780*  LICENCA: "DECISAO A PEDIDO ..." COM A CHAVE = NOME(1:10) DO
005790*  LICENCIADO.
005800******************************************************************
005810 2200-CLASSIFICA.
005820     IF WS-T-DATA(1:6) NOT = WS-IN-MES
005830         GO TO 2200-EXIT
005840     END-IF
005850     EVALUATE TRUE
005860         WHEN WS-T-PROGRAMA = "ESTORNO"
005870          AND WS-T-DETALHE(1:12) = "ESTORNO SEQ="
005880             PERFORM 2300-GUARDA-ESTORNO THRU 2300-EXIT
005890         WHEN WS-T-PROGRAMA = "ALTNOTA"
005900          AND WS-T-DETALHE(1:5) = "DISC="
005910             PERFORM 2400-GUARDA-NOTA THRU 2400-EXIT
005920         WHEN WS-T-PROGRAMA = "LICENCA"
005930          AND WS-T-DETALHE(1:9) = "DECISAO A"
005940             PERFORM 2600-GUARDA-LICENCA THRU 2600-EXIT
005950         WHEN OTHER
005960             CONTINUE
005970     END-EVALUATE.
005980 2200-EXIT.
005990     EXIT.
006000
006010 2300-GUARDA-ESTORNO.
006020     IF WS-T-DETALHE(13:5) IS NOT NUMERIC
006030         GO TO 2300-EXIT
006040     END-IF
006050     IF WS-VD-COUNT >= 500
006060         ADD 1 TO WS-TABELA-CHEIA
006070         GO TO 2300-EXIT
006080     END-IF
006090     ADD 1 TO WS-VD-COUNT
006100     SET WS-VD-IDX TO WS-VD-COUNT
006110     MOVE WS-T-OPERADOR      TO WS-VD-OPER(WS-VD-IDX)
006120     MOVE WS-T-DATA          TO WS-VD-DATA(WS-VD-IDX)
006130     MOVE WS-T-CHAVE(1:8)    TO WS-VD-RUN-ID(WS-VD-IDX)
006140     MOVE WS-T-DETALHE(13:5) TO WS-VD-SEQ(WS-VD-IDX)
006150     MOVE SPACES             TO WS-VD-CAIXA(WS-VD-IDX).
006160 2300-EXIT.
006170     EXIT.
006180
006190 2400-GUARDA-NOTA.
006200     MOVE WS-T-OPERADOR   TO WS-BUSCA-ID
006210     MOVE WS-T-CHAVE(1:8) TO WS-BUSCA-ALUNO
006220     PERFORM 4300-ALUNO-DO-OPER THRU 4300-EXIT
006230     IF NOT WS-TEM-ALUNO
006240         GO TO 2400-EXIT
006250     END-IF
006260     IF WS-GR-COUNT >= 500
006270         ADD 1 TO WS-TABELA-CHEIA
006280         GO TO 2400-EXIT
006290     END-IF
006300     ADD 1 TO WS-GR-COUNT
006310     SET WS-GR-IDX TO WS-GR-COUNT
006320     MOVE WS-T-OPERADOR     TO WS-GR-OPER(WS-GR-IDX)
006330     MOVE WS-T-DATA         TO WS-GR-DATA(WS-GR-IDX)
006340     MOVE WS-T-CHAVE(1:8)   TO WS-GR-ALUNO(WS-GR-IDX)
006350     MOVE WS-T-DETALHE(6:8) TO WS-GR-DISC(WS-GR-IDX)
006360     MOVE SPACES            TO WS-GR-MARCA(WS-GR-IDX)
006370     MOVE SPACES            TO WS-GR-MATRICULA(WS-GR-IDX)
006380     IF WS-PROPRIO
006390         MOVE "P"             TO WS-GR-MARCA(WS-GR-IDX)
006400         MOVE WS-T-CHAVE(1:8) TO WS-GR-MATRICULA(WS-GR-IDX)
006410     END-IF.
006420 2400-EXIT.
006430     EXIT.
006440
006450 2600-GUARDA-LICENCA.
006460     MOVE WS-T-OPERADOR TO WS-BUSCA-ID
006470     PERFORM 4000-FIND-OPER THRU 4000-EXIT
006480     IF NOT WS-FOUND OR WS-BUSCA-NOME = SPACES
006490         GO TO 2600-EXIT
006500     END-IF
006510     IF WS-BUSCA-NOME(1:10) NOT = WS-T-CHAVE
006520         GO TO 2600-EXIT
006530     END-IF
006540     IF WS-LV-COUNT >= 200
006550         ADD 1 TO WS-TABELA-CHEIA
006560         GO TO 2600-EXIT
006570     END-IF
006580     ADD 1 TO WS-LV-COUNT
006590     SET WS-LV-IDX TO WS-LV-COUNT
006600     MOVE WS-T-OPERADOR TO WS-LV-OPER(WS-LV-IDX)
006610     MOVE WS-T-DATA     TO WS-LV-DATA(WS-LV-IDX)
006620     MOVE WS-T-CHAVE    TO WS-LV-CHAVE(WS-LV-IDX)
006630     MOVE WS-T-DETALHE  TO WS-LV-DETALHE(WS-LV-IDX).
006640 2600-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680*  2900-WRITE-HEADER
006690*  CABECALHO DO RELATORIO.
006700******************************************************************
006710 2900-WRITE-HEADER.
006720     MOVE SPACES TO REPORT-LINE
006730     STRING "CONFLITOS DE SEGREGACAO DE FUNCOES - MES "
006740            WS-IN-MES "   EMITIDO EM " RUN-STAMP-DATE
006750            " " RUN-STAMP-ID " POR " WS-OPERATOR-ID
006760         DELIMITED BY SIZE INTO REPORT-LINE
006770     WRITE REPORT-LINE.
006780 2900-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820*  3000-CHECK-COFRE
006830*  SECAO 1: MOVIMENTO DE COFRE DECIDIDO NO MES POR QUEM O
006840*  REGISTROU - MESMO ID, OU IDS DIFERENTES DA MESMA PESSOA.
006850******************************************************************
006860 3000-CHECK-COFRE.
006870     MOVE SPACES TO REPORT-LINE
006880     WRITE REPORT-LINE
006890     MOVE "1 - COFRE: REGISTROU E DECIDIU O MESMO MOVIMENTO"
006900         TO REPORT-LINE
006910     WRITE REPORT-LINE
006920     MOVE ZERO TO WS-SECAO-CONT
006930     MOVE "N" TO WS-EOF-SW
006940     OPEN INPUT VAULT-PENDING-FILE
006950     IF WS-VPND-FILE-STATUS NOT = "00"
006960         PERFORM 4900-WRITE-SECAO-VAZIA THRU 4900-EXIT
006970         GO TO 3000-EXIT
006980     END-IF
006990     PERFORM 3010-READ-COFRE THRU 3010-EXIT
007000         UNTIL WS-EOF
007010     CLOSE VAULT-PENDING-FILE
007020     MOVE WS-SECAO-CONT TO WS-COFRE-CONT
007030     PERFORM 4900-WRITE-SECAO-VAZIA THRU 4900-EXIT.
007040 3000-EXIT.
007050     EXIT.
007060
007070 3010-READ-COFRE.
007080     READ VAULT-PENDING-FILE
007090         AT END
007100             MOVE "Y" TO WS-EOF-SW
007110             GO TO 3010-EXIT
007120     END-READ
007130     IF NOT VPND-APROVADO AND NOT VPND-REJEITADO
007140         GO TO 3010-EXIT
007150     END-IF
007160     IF VPND-DEC-DATE(1:6) NOT = WS-IN-MES
007170         GO TO 3010-EXIT
007180     END-IF
007190     IF VPND-OPER1 = VPND-OPER2
007200         MOVE "MESMO ID" TO WS-CASO-WK
007210     ELSE
007220         MOVE VPND-OPER1 TO WS-BUSCA-ID
007230         PERFORM 4000-FIND-OPER THRU 4000-EXIT
007240         MOVE WS-BUSCA-NOME TO WS-NOME-1
007250         MOVE VPND-OPER2 TO WS-BUSCA-ID
007260         PERFORM 4000-FIND-OPER THRU 4000-EXIT
007270         MOVE WS-BUSCA-NOME TO WS-NOME-2
007280         IF WS-NOME-1 = SPACES OR WS-NOME-1 NOT = WS-NOME-2
007290             GO TO 3010-EXIT
007300         END-IF
007310         MOVE "IDS DIFERENTES, MESMO NOME" TO WS-CASO-WK
007320     END-IF
007330     MOVE VPND-OPER2 TO WS-BUSCA-ID
007340     PERFORM 4000-FIND-OPER THRU 4000-EXIT
007350     MOVE VPND-AMOUNT TO WS-VALOR-ED
007360     MOVE SPACES TO REPORT-LINE
007370     STRING "  " VPND-DEC-DATE " REG=" VPND-OPER1
007380            " DEC=" VPND-OPER2 " " VPND-STATUS
007390            " R$" WS-VALOR-ED " " VPND-REFERENCIA
007400            " " WS-BUSCA-NOME(1:20) " " WS-CASO-WK
007410         DELIMITED BY SIZE INTO REPORT-LINE
007420     WRITE REPORT-LINE
007430     ADD 1 TO WS-SECAO-CONT.
007440 3010-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480*  3200-CHECK-ESTORNO
007490*  SECAO 2: UMA PASSADA NO TICKETS ACHA O CAIXA DE CADA VENDA
007500*  ESTORNADA NO MES; CONFLITO QUANDO O NOME DO CAIXA (TELLMAST) E
007510*  O DO OPERADOR QUE ESTORNOU (OPERMAST).
007520******************************************************************
007530 3200-CHECK-ESTORNO.
007540     MOVE SPACES TO REPORT-LINE
007550     WRITE REPORT-LINE
007560     MOVE "2 - ESTORNO: ESTORNOU A PROPRIA VENDA"
007570         TO REPORT-LINE
007580     WRITE REPORT-LINE
007590     MOVE ZERO TO WS-SECAO-CONT
007600     IF WS-VD-COUNT = ZERO
007610         PERFORM 4900-WRITE-SECAO-VAZIA THRU 4900-EXIT
007620         GO TO 3200-EXIT
007630     END-IF
007640     MOVE "N" TO WS-EOF-SW
007650     OPEN INPUT TICKETS-FILE
007660     IF WS-TKT-FILE-STATUS = "00"
007670         PERFORM 3210-READ-TICKET THRU 3210-EXIT
007680             UNTIL WS-EOF
007690         CLOSE TICKETS-FILE
007700     END-IF
007710     PERFORM 3250-PRINT-ESTORNO THRU 3250-EXIT
007720         VARYING WS-VD-IDX FROM 1 BY 1
007730         UNTIL WS-VD-IDX > WS-VD-COUNT
007740     MOVE WS-SECAO-CONT TO WS-ESTORNO-CONT
007750     PERFORM 4900-WRITE-SECAO-VAZIA THRU 4900-EXIT.
007760 3200-EXIT.
007770     EXIT.
007780
007790 3210-READ-TICKET.
007800     READ TICKETS-FILE
007810         AT END
007820             MOVE "Y" TO WS-EOF-SW
007830             GO TO 3210-EXIT
007840     END-READ
007850     IF TICKET-CATEGORIA = "ESTORNO"
007860         GO TO 3210-EXIT
007870     END-IF
007880     PERFORM 3220-TRY-ESTORNO THRU 3220-EXIT
007890         VARYING WS-VD-IDX FROM 1 BY 1
007900         UNTIL WS-VD-IDX > WS-VD-COUNT.
007910 3210-EXIT.
007920     EXIT.
007930
007940 3220-TRY-ESTORNO.
007950     IF WS-VD-RUN-ID(WS-VD-IDX) = TICKET-RUN-ID
007960         AND WS-VD-SEQ(WS-VD-IDX) = TICKET-SEQ
007970         AND WS-VD-CAIXA(WS-VD-IDX) = SPACES
007980         MOVE TICKET-CAIXA TO WS-VD-CAIXA(WS-VD-IDX)
007990     END-IF.
008000 3220-EXIT.
008010     EXIT.
008020
008030 3250-PRINT-ESTORNO.
008040     IF WS-VD-CAIXA(WS-VD-IDX) = SPACES
008050         GO TO 3250-EXIT
008060     END-IF
008070     PERFORM 4200-FIND-CAIXA THRU 4200-EXIT
008080     IF NOT WS-FOUND
008090         GO TO 3250-EXIT
008100     END-IF
008110     MOVE WS-CX-NOME(WS-CX-IDX) TO WS-NOME-1
008120     MOVE WS-VD-OPER(WS-VD-IDX) TO WS-BUSCA-ID
008130     PERFORM 4000-FIND-OPER THRU 4000-EXIT
008140     IF WS-NOME-1 = SPACES OR WS-NOME-1 NOT = WS-BUSCA-NOME
008150         GO TO 3250-EXIT
008160     END-IF
008170     MOVE SPACES TO REPORT-LINE
008180     STRING "  " WS-VD-DATA(WS-VD-IDX)
008190            " ESTORNO=" WS-VD-OPER(WS-VD-IDX)
008200            " VENDA=CAIXA " WS-VD-CAIXA(WS-VD-IDX)
008210            " EXEC " WS-VD-RUN-ID(WS-VD-IDX)
008220            " SEQ " WS-VD-SEQ(WS-VD-IDX)
008230            " " WS-BUSCA-NOME
008240         DELIMITED BY SIZE INTO REPORT-LINE
008250     WRITE REPORT-LINE
008260     ADD 1 TO WS-SECAO-CONT.
008270 3250-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*  3400-CHECK-LICENCA
008320*  SECAO 3: LICENCA APROVADA PELO PROPRIO LICENCIADO, SEPARADA NA
008330*  LEITURA DA TRILHA.
008340******************************************************************
008350 3400-CHECK-LICENCA.
008360     MOVE SPACES TO REPORT-LINE
008370     WRITE REPORT-LINE
008380     MOVE "3 - LICENCA: APROVOU A PROPRIA LICENCA"
008390         TO REPORT-LINE
008400     WRITE REPORT-LINE
008410     MOVE ZERO TO WS-SECAO-CONT
008420     PERFORM 3410-PRINT-LICENCA THRU 3410-EXIT
008430         VARYING WS-LV-IDX FROM 1 BY 1
008440         UNTIL WS-LV-IDX > WS-LV-COUNT
008450     MOVE WS-SECAO-CONT TO WS-LICENCA-CONT
008460     PERFORM 4900-WRITE-SECAO-VAZIA THRU 4900-EXIT.
008470 3400-EXIT.
008480     EXIT.
008490
008500 3410-PRINT-LICENCA.
008510     MOVE WS-LV-OPER(WS-LV-IDX) TO WS-BUSCA-ID
008520     PERFORM 4000-FIND-OPER THRU 4000-EXIT
008530     MOVE SPACES TO REPORT-LINE
008540     STRING "  " WS-LV-DATA(WS-LV-IDX)
008550            " APROVOU=" WS-LV-OPER(WS-LV-IDX)
008560            " " WS-BUSCA-NOME
008570            " LICENCIADO=" WS-LV-CHAVE(WS-LV-IDX)
008580            " " WS-LV-DETALHE(WS-LV-IDX)
008590         DELIMITED BY SIZE INTO REPORT-LINE
008600     WRITE REPORT-LINE
008610     ADD 1 TO WS-SECAO-CONT.
008620 3410-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660*  3600-CHECK-NOTAS
008670*  SECAO 4: NOTA ALTERADA POR OPERADOR QUE E ALUNO (MESMO NOME NO
008680*  ALUNMAST) - A PROPRIA NOTA, OU NOTA DE DISCIPLINA EM QUE ELE
008690*  TEM MATRICULA ABERTA NO MATRICUL.
008700******************************************************************
008710 3600-CHECK-NOTAS.
008720     MOVE SPACES TO REPORT-LINE
008730     WRITE REPORT-LINE
008740     MOVE "4 - NOTAS: ALTEROU NOTA DE DISCIPLINA EM QUE E ALUNO"
008750         TO REPORT-LINE
008760     WRITE REPORT-LINE
008770     MOVE ZERO TO WS-SECAO-CONT
008780     IF WS-GR-COUNT = ZERO
008790         PERFORM 4900-WRITE-SECAO-VAZIA THRU 4900-EXIT
008800         GO TO 3600-EXIT
008810     END-IF
008820     MOVE "N" TO WS-EOF-SW
008830     OPEN INPUT ENROLLMENT-FILE
008840     IF WS-MAT-FILE-STATUS = "00"
008850         PERFORM 3610-READ-MATRICULA THRU 3610-EXIT
008860             UNTIL WS-EOF
008870         CLOSE ENROLLMENT-FILE
008880     END-IF
008890     PERFORM 3650-PRINT-NOTA THRU 3650-EXIT
008900         VARYING WS-GR-IDX FROM 1 BY 1
008910         UNTIL WS-GR-IDX > WS-GR-COUNT
008920     MOVE WS-SECAO-CONT TO WS-NOTA-CONT
008930     PERFORM 4900-WRITE-SECAO-VAZIA THRU 4900-EXIT.
008940 3600-EXIT.
008950     EXIT.
008960
008970 3610-READ-MATRICULA.
008980     READ ENROLLMENT-FILE
008990         AT END
009000             MOVE "Y" TO WS-EOF-SW
009010             GO TO 3610-EXIT
009020     END-READ
009030     IF NOT MAT-ABERTA
009040         GO TO 3610-EXIT
009050     END-IF
009060     PERFORM 3620-TRY-ALUNO THRU 3620-EXIT
009070         VARYING WS-AL-IDX FROM 1 BY 1
009080         UNTIL WS-AL-IDX > WS-AL-COUNT.
009090 3610-EXIT.
009100     EXIT.
009110
009120 3620-TRY-ALUNO.
009130     IF WS-AL-ALUNO(WS-AL-IDX) NOT = MAT-ALUNO-ID
009140         GO TO 3620-EXIT
009150     END-IF
009160     MOVE WS-AL-OPER(WS-AL-IDX) TO WS-BUSCA-ID
009170     PERFORM 3630-TRY-NOTA THRU 3630-EXIT
009180         VARYING WS-GR-IDX FROM 1 BY 1
009190         UNTIL WS-GR-IDX > WS-GR-COUNT.
009200 3620-EXIT.
009210     EXIT.
009220
009230 3630-TRY-NOTA.
009240     IF WS-GR-OPER(WS-GR-IDX) = WS-BUSCA-ID
009250         AND WS-GR-DISC(WS-GR-IDX) = MAT-DISCIPLINA
009260         AND WS-GR-MARCA(WS-GR-IDX) = SPACE
009270         MOVE "M"          TO WS-GR-MARCA(WS-GR-IDX)
009280         MOVE MAT-ALUNO-ID TO WS-GR-MATRICULA(WS-GR-IDX)
009290     END-IF.
009300 3630-EXIT.
009310     EXIT.
009320
009330 3650-PRINT-NOTA.
009340     IF WS-GR-MARCA(WS-GR-IDX) = SPACE
009350         GO TO 3650-EXIT
009360     END-IF
009370     IF WS-GR-MARCA(WS-GR-IDX) = "P"
009380         MOVE "A PROPRIA NOTA" TO WS-CASO-WK
009390     ELSE
009400         MOVE "MATRICULADO NA DISCIPLINA" TO WS-CASO-WK
009410     END-IF
009420     MOVE WS-GR-OPER(WS-GR-IDX) TO WS-BUSCA-ID
009430     PERFORM 4000-FIND-OPER THRU 4000-EXIT
009440     MOVE SPACES TO REPORT-LINE
009450     STRING "  " WS-GR-DATA(WS-GR-IDX)
009460            " ALTEROU=" WS-GR-OPER(WS-GR-IDX)
009470            " " WS-BUSCA-NOME(1:20)
009480            " ALUNO=" WS-GR-ALUNO(WS-GR-IDX)
009490            " DISC=" WS-GR-DISC(WS-GR-IDX)
009500            " PROPRIO=" WS-GR-MATRICULA(WS-GR-IDX)
009510            " " WS-CASO-WK(1:25)
009520         DELIMITED BY SIZE INTO REPORT-LINE
009530     WRITE REPORT-LINE
009540     ADD 1 TO WS-SECAO-CONT.
009550 3650-EXIT.
009560     EXIT.
009570
009580******************************************************************
009590*  3800-CHECK-PAPEIS
009600*  SECAO 5: PARA CADA OPERADOR E CADA CONFLITO DO SODRULES, APONTA
009610*  O PAPEL QUE EXERCE AS DUAS FUNCOES. REGRA QUE CITA FUNCAO NAO
009620*  DECLARADA SAI UMA VEZ COMO REGRA INVALIDA.
009630******************************************************************
009640 3800-CHECK-PAPEIS.
009650     MOVE SPACES TO REPORT-LINE
009660     WRITE REPORT-LINE
009670     MOVE "5 - PAPEIS: PAPEL COM FUNCOES CONFLITANTES (SODRULES)"
009680         TO REPORT-LINE
009690     WRITE REPORT-LINE
009700     MOVE ZERO TO WS-SECAO-CONT
009710     IF WS-SEM-REGRAS
009720         MOVE "  SODRULES AUSENTE - SECAO NAO AVALIADA"
009730             TO REPORT-LINE
009740         WRITE REPORT-LINE
009750         GO TO 3800-EXIT
009760     END-IF
009770     PERFORM 3810-CHECK-REGRA THRU 3810-EXIT
009780         VARYING WS-RG-IDX FROM 1 BY 1
009790         UNTIL WS-RG-IDX > WS-RG-COUNT
009800     MOVE WS-SECAO-CONT TO WS-PAPEL-CONT
009810     PERFORM 4900-WRITE-SECAO-VAZIA THRU 4900-EXIT.
009820 3800-EXIT.
009830     EXIT.
009840
009850 3810-CHECK-REGRA.
009860     MOVE WS-RG-FUNCAO-A(WS-RG-IDX) TO WS-BUSCA-FUNCAO
009870     PERFORM 4100-FIND-FUNCAO THRU 4100-EXIT
009880     IF NOT WS-FOUND
009890         GO TO 3810-INVALIDA
009900     END-IF
009910     MOVE WS-BUSCA-PAPEIS TO WS-PAPEIS-A
009920     MOVE WS-RG-FUNCAO-B(WS-RG-IDX) TO WS-BUSCA-FUNCAO
009930     PERFORM 4100-FIND-FUNCAO THRU 4100-EXIT
009940     IF NOT WS-FOUND
009950         GO TO 3810-INVALIDA
009960     END-IF
009970     MOVE WS-BUSCA-PAPEIS TO WS-PAPEIS-B
009980     PERFORM 3820-CHECK-OPERADOR THRU 3820-EXIT
009990         VARYING WS-OP-SCAN FROM 1 BY 1
010000         UNTIL WS-OP-SCAN > WS-OP-COUNT
010010     GO TO 3810-EXIT.
010020 3810-INVALIDA.
010030     MOVE SPACES TO REPORT-LINE
010040     STRING "  REGRA INVALIDA " WS-RG-FUNCAO-A(WS-RG-IDX)
010050            " X " WS-RG-FUNCAO-B(WS-RG-IDX)
010060            " - FUNCAO NAO DECLARADA NO SODRULES"
010070         DELIMITED BY SIZE INTO REPORT-LINE
010080     WRITE REPORT-LINE.
010090 3810-EXIT.
010100     EXIT.
010110
010120 3820-CHECK-OPERADOR.
010130     MOVE ZERO TO WS-TALLY-A WS-TALLY-B
010140     INSPECT WS-PAPEIS-A TALLYING WS-TALLY-A
010150         FOR ALL WS-OP-PAPEL(WS-OP-SCAN)
010160     INSPECT WS-PAPEIS-B TALLYING WS-TALLY-B
010170         FOR ALL WS-OP-PAPEL(WS-OP-SCAN)
010180     IF WS-TALLY-A = ZERO OR WS-TALLY-B = ZERO
010190         GO TO 3820-EXIT
010200     END-IF
010210     MOVE SPACES TO REPORT-LINE
010220     STRING "  " WS-OP-ID(WS-OP-SCAN)
010230            " " WS-OP-NOME(WS-OP-SCAN)(1:20)
010240            " PAPEL " WS-OP-PAPEL(WS-OP-SCAN)
010250            " SIT " WS-OP-STATUS(WS-OP-SCAN)
010260            " " WS-RG-FUNCAO-A(WS-RG-IDX)
010270            " X " WS-RG-FUNCAO-B(WS-RG-IDX)
010280            " " WS-RG-MOTIVO(WS-RG-IDX)
010290         DELIMITED BY SIZE INTO REPORT-LINE
010300     WRITE REPORT-LINE
010310     ADD 1 TO WS-SECAO-CONT.
010320 3820-EXIT.
010330     EXIT.
010340
010350******************************************************************
010360*  4000-FIND-OPER
010370*  NOME E PAPEL DO OPERADOR WS-BUSCA-ID (BRANCOS SE NAO
010380*  CADASTRADO).
010390******************************************************************
010400 4000-FIND-OPER.
010410     MOVE "N" TO WS-FOUND-SW
010420     MOVE SPACES TO WS-BUSCA-NOME WS-BUSCA-PAPEL
010430     PERFORM 4050-TRY-OPER THRU 4050-EXIT
010440         VARYING WS-OP-IDX FROM 1 BY 1
010450         UNTIL WS-OP-IDX > WS-OP-COUNT OR WS-FOUND.
010460 4000-EXIT.
010470     EXIT.
010480
010490 4050-TRY-OPER.
010500     IF WS-OP-ID(WS-OP-IDX) = WS-BUSCA-ID
010510         MOVE "Y" TO WS-FOUND-SW
010520         MOVE WS-OP-NOME(WS-OP-IDX)  TO WS-BUSCA-NOME
010530         MOVE WS-OP-PAPEL(WS-OP-IDX) TO WS-BUSCA-PAPEL
010540     END-IF.
010550 4050-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590*  4100-FIND-FUNCAO
010600*  PAPEIS QUE EXERCEM A FUNCAO WS-BUSCA-FUNCAO.
010610******************************************************************
010620 4100-FIND-FUNCAO.
010630     MOVE "N" TO WS-FOUND-SW
010640     MOVE SPACES TO WS-BUSCA-PAPEIS
010650     PERFORM 4150-TRY-FUNCAO THRU 4150-EXIT
010660         VARYING WS-FN-IDX FROM 1 BY 1
010670         UNTIL WS-FN-IDX > WS-FN-COUNT OR WS-FOUND.
010680 4100-EXIT.
010690     EXIT.
010700
010710 4150-TRY-FUNCAO.
010720     IF WS-FN-FUNCAO(WS-FN-IDX) = WS-BUSCA-FUNCAO
010730         MOVE "Y" TO WS-FOUND-SW
010740         MOVE WS-FN-PAPEIS(WS-FN-IDX) TO WS-BUSCA-PAPEIS
010750     END-IF.
010760 4150-EXIT.
010770     EXIT.
010780
010790******************************************************************
010800*  4200-FIND-CAIXA
010810*  POSICIONA WS-CX-IDX NO CAIXA DA VENDA ESTORNADA (WS-VD-IDX).
010820******************************************************************
010830 4200-FIND-CAIXA.
010840     MOVE "N" TO WS-FOUND-SW
010850     PERFORM 4250-TRY-CAIXA THRU 4250-EXIT
010860         VARYING WS-CX-IDX FROM 1 BY 1
010870         UNTIL WS-CX-IDX > WS-CX-COUNT OR WS-FOUND
010880     IF WS-FOUND
010890         SET WS-CX-IDX DOWN BY 1
010900     END-IF.
010910 4200-EXIT.
010920     EXIT.
010930
010940 4250-TRY-CAIXA.
010950     IF WS-CX-ID(WS-CX-IDX) = WS-VD-CAIXA(WS-VD-IDX)
010960         MOVE "Y" TO WS-FOUND-SW
010970     END-IF.
010980 4250-EXIT.
010990     EXIT.
011000
011010******************************************************************
011020*  4300-ALUNO-DO-OPER
011030*  O OPERADOR WS-BUSCA-ID TEM CADASTRO DE ALUNO (WS-TEM-ALUNO)?
011040*  O ALUNO WS-BUSCA-ALUNO E ELE MESMO (WS-PROPRIO)?
011050******************************************************************
011060 4300-ALUNO-DO-OPER.
011070     MOVE "N" TO WS-TEM-ALUNO-SW WS-PROPRIO-SW
011080     PERFORM 4350-TRY-ALUNO THRU 4350-EXIT
011090         VARYING WS-AL-IDX FROM 1 BY 1
011100         UNTIL WS-AL-IDX > WS-AL-COUNT.
011110 4300-EXIT.
011120     EXIT.
011130
011140 4350-TRY-ALUNO.
011150     IF WS-AL-OPER(WS-AL-IDX) = WS-BUSCA-ID
011160         MOVE "Y" TO WS-TEM-ALUNO-SW
011170         IF WS-AL-ALUNO(WS-AL-IDX) = WS-BUSCA-ALUNO
011180             MOVE "Y" TO WS-PROPRIO-SW
011190         END-IF
011200     END-IF.
011210 4350-EXIT.
011220     EXIT.
011230
011240******************************************************************
011250*  4900-WRITE-SECAO-VAZIA
011260*  LINHA DE "NENHUM CONFLITO" PARA A SECAO SEM OCORRENCIA.
011270******************************************************************
011280 4900-WRITE-SECAO-VAZIA.
011290     IF WS-SECAO-CONT = ZERO
011300         MOVE "  NENHUM CONFLITO NO MES" TO REPORT-LINE
011310         WRITE REPORT-LINE
011320     END-IF
011330     ADD WS-SECAO-CONT TO WS-TOTAL-CONT.
011340 4900-EXIT.
011350     EXIT.
011360
011370******************************************************************
011380*  5000-FINALIZE
011390*  RESUMO POR SECAO, AVISO DE TABELA CHEIA E RC 4 QUANDO HA
011400*  CONFLITO.
011410******************************************************************
011420 5000-FINALIZE.
011430     MOVE SPACES TO REPORT-LINE
011440     WRITE REPORT-LINE
011450     MOVE SPACES TO REPORT-LINE
011460     STRING "RESUMO - COFRE " WS-COFRE-CONT
011470            "  ESTORNO " WS-ESTORNO-CONT
011480            "  LICENCA " WS-LICENCA-CONT
011490            "  NOTAS " WS-NOTA-CONT
011500            "  PAPEIS " WS-PAPEL-CONT
011510            "  TOTAL " WS-TOTAL-CONT
011520         DELIMITED BY SIZE INTO REPORT-LINE
011530     WRITE REPORT-LINE
011540     IF WS-TABELA-CHEIA > ZERO
011550         MOVE WS-TABELA-CHEIA TO WS-QTD-ED
011560         MOVE SPACES TO REPORT-LINE
011570         STRING "ATENCAO: " WS-QTD-ED
011580                " REGISTRO(S) FORA DAS TABELAS -"
011590                " RELATORIO PARCIAL"
011600             DELIMITED BY SIZE INTO REPORT-LINE
011610         WRITE REPORT-LINE
011620         DISPLAY REPORT-LINE(1:79)
011630     END-IF
011640     CLOSE CONFLICT-REPORT-FILE
011650     DISPLAY "CONFLITOS NO MES " WS-IN-MES ": " WS-TOTAL-CONT
011660     IF WS-TOTAL-CONT > ZERO
011670         MOVE 4 TO RETURN-CODE
011680     ELSE
011690         MOVE 0 TO RETURN-CODE
011700     END-IF.
011710 5000-EXIT.
011720     EXIT.
011730
011740******************************************************************
011750*  8000-READ-ARCHIVE
011760*  LE O PROXIMO REGISTRO DO ACERVO.
011770******************************************************************
011780 8000-READ-ARCHIVE.
011790     READ AUDIT-ARCHIVE-FILE
011800         AT END
011810             MOVE "Y" TO WS-ARC-EOF-SW
011820     END-READ.
011830
011840******************************************************************
011850*  8500-READ-CURRENT
011860*  LE O PROXIMO REGISTRO DO MOVIMENTO CORRENTE.
011870******************************************************************
011880 8500-READ-CURRENT.
011890     READ AUDIT-LOG-FILE
011900         AT END
011910             MOVE "Y" TO WS-LOG-EOF-SW
011920     END-READ.
