000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOLSAREV.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCOLA - REVISAO ANUAL DE BOLSAS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  BOLSAREV.CBL
000090*  REVISAO ANUAL DAS BOLSAS DE ESTUDO. O PERCENTUAL DE BOLSA ERA
000100*  LANCADO UMA VEZ NO ALUNMANT E NUNCA MAIS CONFERIDO, EMBORA O
000110*  REGULAMENTO EXIJA MEDIA E FREQUENCIA MINIMAS TODO ANO. ESTE
000120*  PROGRAMA CONFERE CADA ALUNO ATIVO COM BOLSA NO ANO LETIVO
000130*  INFORMADO CONTRA:
000140*    - A MEDIA FINAL DO ANO: MEDIA DAS MEDIAS PONDERADAS DE CADA
000150*      DISCIPLINA NOS PERIODOS DO ANO (HISTNOTA, EMISSAO MAIS
000160*      RECENTE DE CADA DISCIPLINA/PERIODO - O RECUPERA SUPERA O
000170*      ORIGINAL);
000180*    - A FREQUENCIA (ATTEND), PELA REGRA DO MEDIAPONDERADA:
000190*      PRESENCAS MAIS FALTAS JUSTIFICADAS SOBRE AULAS DADAS;
000200*    - AS MENSALIDADES DO ANO VENCIDAS E EM ABERTO (MENSCHG).
000210*  OS LIMITES ESTAO NO BOLSPARM (COPYBOOK BOLSPARMREC). CADA
000220*  BOLSISTA RECEBE UMA RECOMENDACAO - RENOVAR, REDUZIR OU
000230*  CANCELAR - GRAVADA NO BOLSREV (COPYBOOK BOLSREVREC) E LISTADA
000240*  NO BOLREVRP (MODO R). ALUNO SEM NOTAS NO ANO E LISTADO PARA
000250*  ANALISE DA COMISSAO, SEM RECOMENDACAO.
000260*  NO MODO A (APROVACAO, NIVEL 9 NO OPAUTH) A COMISSAO DECIDE
000270*  CADA RECOMENDACAO PENDENTE - APROVA O PROPOSTO OU INFORMA OUTRO
000280*  PERCENTUAL. O PERCENTUAL APROVADO VAI AO ALUNMAST COM O MES DE
000290*  VIGENCIA (O MENSALID COBRA POR ELE DAQUELE MES EM DIANTE), COM
000300*  AS IMAGENS-ANTES NO BIMGJRNL (O DESFAZ DESFAZ PELO CARIMBO), E
000310*  SAI UMA CARTA PARA A FAMILIA NO BOLSCART (PELO ESCRITOR
000320*  COMPARTILHADO RELATORIO), COM A LISTA DE CONTROLE DE ENTREGA.
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SCHOLARSHIP-PARM-FILE ASSIGN TO "BOLSPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-BPARM-FILE-STATUS.
000440     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-ALM-FILE-STATUS.
000470     SELECT GRADE-HISTORY-FILE ASSIGN TO "HISTNOTA"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-HIST-FILE-STATUS.
000500     SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-ATT-FILE-STATUS.
000530     SELECT TUITION-CHARGE-FILE ASSIGN TO "MENSCHG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-MENS-FILE-STATUS.
000560     SELECT SCHOLARSHIP-REVIEW-FILE ASSIGN TO "BOLSREV"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS WS-BREV-FILE-STATUS.
000590     SELECT REVIEW-REPORT-FILE ASSIGN TO "BOLREVRP"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT LETTER-REPORT-FILE ASSIGN TO "BOLSCART"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT BEFORE-IMAGE-FILE ASSIGN TO "BIMGJRNL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS  IS WS-BIMG-FILE-STATUS.
000660     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  SCHOLARSHIP-PARM-FILE
000720     RECORDING MODE IS F.
000730     COPY BOLSPARMREC.
000740 FD  STUDENT-MASTER-FILE
000750     RECORDING MODE IS F.
000760     COPY ALUNOREC.
000770 FD  GRADE-HISTORY-FILE
000780     RECORDING MODE IS F.
000790     COPY HISTREC.
000800 FD  ATTENDANCE-FILE
000810     RECORDING MODE IS F.
000820     COPY ATTENDREC.
000830 FD  TUITION-CHARGE-FILE
000840     RECORDING MODE IS F.
000850     COPY MENSREC.
000860 FD  SCHOLARSHIP-REVIEW-FILE
000870     RECORDING MODE IS F.
000880     COPY BOLSREVREC.
000890 FD  REVIEW-REPORT-FILE
000900     RECORDING MODE IS F.
000910 01  REPORT-LINE                 PIC X(80).
000920 FD  LETTER-REPORT-FILE
000930     RECORDING MODE IS F.
000940 01  LETTER-LINE                 PIC X(80).
000950 FD  BEFORE-IMAGE-FILE
000960     RECORDING MODE IS F.
000970     COPY BIMGREC.
000980 FD  AUDIT-LOG-FILE
000990     RECORDING MODE IS F.
001000     COPY AUDITREC.
001010 WORKING-STORAGE SECTION.
001020 01  WS-SWITCHES.
001030     05  WS-BPARM-FILE-STATUS    PIC X(02)   VALUE "00".
001040     05  WS-ALM-FILE-STATUS      PIC X(02)   VALUE "00".
001050     05  WS-HIST-FILE-STATUS     PIC X(02)   VALUE "00".
001060     05  WS-ATT-FILE-STATUS      PIC X(02)   VALUE "00".
001070     05  WS-MENS-FILE-STATUS     PIC X(02)   VALUE "00".
001080     05  WS-BREV-FILE-STATUS     PIC X(02)   VALUE "00".
001090     05  WS-BIMG-FILE-STATUS     PIC X(02)   VALUE "00".
001100     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001110     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001120         88  WS-EOF                          VALUE "Y".
001130     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001140         88  WS-SIGNON-VALID                 VALUE "Y".
001150     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001160         88  WS-FOUND                        VALUE "Y".
001170     05  WS-RECUSA-SW            PIC X(01)   VALUE "N".
001180         88  WS-RECUSADA                     VALUE "Y".
001190     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
001200         88  WS-OVERFLOW                     VALUE "Y".
001210 01  WS-MSG-CODE-WK              PIC X(08).
001220 01  WS-MSG-TEXT-WK              PIC X(60).
001230 01  WS-OPERATOR-ID              PIC X(08).
001240 01  WS-OPERATOR-PIN             PIC X(04).
001250 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001260 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001270     88  WS-AUTHORIZED                       VALUE "Y".
001280 01  WS-COND-CODE                PIC 9(02)   VALUE ZERO.
001290 01  WS-RUN-STAMP-DISP           PIC X(30).
001300     COPY RUNSTAMP.
001310
001320******************************************************************
001330*  INTERFACE DO ESCRITOR COMPARTILHADO (ROTINA RELATORIO).
001340******************************************************************
001350 01  WS-RPT-ACTION               PIC X(01).
001360 01  WS-RPT-TITLE                PIC X(60).
001370 01  WS-RPT-COLHEAD              PIC X(80).
001380 01  WS-RPT-OUT-LINES.
001390     05  WS-RPT-OUT-LINE OCCURS 5 TIMES PIC X(80).
001400 01  WS-RPT-OUT-COUNT            PIC 9(01).
001410 01  WS-RPT-SUB                  PIC 9(01).
001420
001430******************************************************************
001440*  LIMITES DA REVISAO - PADROES QUANDO O BOLSPARM NAO TEM O
001450*  CAMPO.
001460******************************************************************
001470 01  WS-MEDIA-RENOVA             PIC 99V99   VALUE 07.00.
001480 01  WS-MEDIA-CANCELA            PIC 99V99   VALUE 05.00.
001490 01  WS-FREQ-RENOVA              PIC 9(03)   VALUE 085.
001500 01  WS-FREQ-CANCELA             PIC 9(03)   VALUE 075.
001510 01  WS-ATRASO-RENOVA            PIC 9(02)   VALUE 00.
001520 01  WS-ATRASO-CANCELA           PIC 9(02)   VALUE 03.
001530 01  WS-REDUCAO-PCT              PIC 9(03)   VALUE 050.
001540
001550 01  WS-MODO                     PIC X(01).
001560     88  WS-MODO-RECOMENDA                   VALUE "R" "r".
001570     88  WS-MODO-APROVA                      VALUE "A" "a".
001580 01  WS-HOJE                     PIC X(08).
001590 01  WS-MES                      PIC X(06).
001600 01  WS-IN-ANO                   PIC X(04).
001610 01  WS-IN-VIG                   PIC X(06).
001620 01  WS-IN-VIG-MM                PIC 9(02).
001630 01  WS-IN-DECISAO               PIC X(03).
001640 01  WS-NEW-STAMP                PIC X(16).
001650 01  WS-SCAN                     PIC 9(04).
001660 01  WS-SCAN2                    PIC 9(04).
001670 01  WS-POS                      PIC 9(04).
001680 01  WS-D                        PIC 9(02).
001690 01  WS-BOLSA-ATUAL              PIC 9(03).
001700 01  WS-PCT-APROVADO             PIC 9(03).
001710 01  WS-CORTE                    PIC 9(03).
001720 01  WS-CORTE-WK                 PIC 9(06).
001730 01  WS-MEDIA                    PIC 99V99.
001740 01  WS-MEDIA-SOMA               PIC 9(04)V99.
001750 01  WS-MEDIA-DISC               PIC 99V99.
001760 01  WS-FREQ                     PIC 9(03).
001770 01  WS-FREQ-WK                  PIC 9(07).
001780 01  WS-ATRASOS                  PIC 9(02).
001790 01  WS-DECISAO-DESC             PIC X(09).
001800 01  WS-RECOMENDA-DESC           PIC X(12).
001810 01  WS-MEDIA-ED                 PIC Z9.99.
001820 01  WS-LIDOS                    PIC 9(04)   VALUE ZERO.
001830 01  WS-RENOVAR                  PIC 9(04)   VALUE ZERO.
001840 01  WS-REDUZIR                  PIC 9(04)   VALUE ZERO.
001850 01  WS-CANCELAR                 PIC 9(04)   VALUE ZERO.
001860 01  WS-SEM-NOTAS                PIC 9(04)   VALUE ZERO.
001870 01  WS-JA-DECIDIDAS             PIC 9(04)   VALUE ZERO.
001880 01  WS-PENDENTES                PIC 9(04)   VALUE ZERO.
001890 01  WS-APROVADAS                PIC 9(04)   VALUE ZERO.
001900 01  WS-PULADAS                  PIC 9(04)   VALUE ZERO.
001910 01  WS-OLD-IMAGE                PIC X(80).
001920
001930******************************************************************
001940*  ESPELHO DO REGISTRO DO ALUNMAST EM TRABALHO - A TABELA GUARDA
001950*  A IMAGEM INTEIRA, REGRAVADA COMO VEIO A NAO SER PELA BOLSA.
001960******************************************************************
001970 01  WS-ALUNO-IMAGE.
001980     05  WS-AIM-ID               PIC X(08).
001990     05  WS-AIM-NOME             PIC X(30).
002000     05  WS-AIM-TURMA            PIC X(06).
002010     05  WS-AIM-ANO              PIC X(04).
002020     05  WS-AIM-STATUS           PIC X(01).
002030         88  WS-AIM-ATIVO                    VALUE "A" SPACE.
002040     05  WS-AIM-BOLSA            PIC 9(03).
002050     05  FILLER                  PIC X(08).
002060     05  WS-AIM-BOLSA-NOVA       PIC 9(03).
002070     05  WS-AIM-BOLSA-VIG        PIC X(06).
002080
002090******************************************************************
002100*  CADASTRO DE ALUNOS EM MEMORIA (IMAGEM INTEIRA DO REGISTRO).
002110******************************************************************
002120 01  WS-AL-TABLE.
002130     05  WS-AL-ENTRY OCCURS 500 TIMES
002140                     INDEXED BY WS-AL-IDX.
002150         10  WS-AL-IMAGE         PIC X(69).
002160 01  WS-AL-COUNT                 PIC 9(04)   VALUE ZERO.
002170
002180******************************************************************
002190*  REVISOES DE TODOS OS ANOS (BOLSREV), REGRAVADAS NO FIM.
002200******************************************************************
002210 01  WS-RV-TABLE.
002220     05  WS-RV-ENTRY OCCURS 2000 TIMES
002230                     INDEXED BY WS-RV-IDX.
002240         10  WS-RV-IMAGE         PIC X(80).
002250 01  WS-RV-COUNT                 PIC 9(04)   VALUE ZERO.
002260
002270******************************************************************
002280*  NOTAS DO ANO - EMISSAO MAIS RECENTE POR ALUNO/DISC/PERIODO.
002290******************************************************************
002300 01  WS-H-TABLE.
002310     05  WS-H-ENTRY OCCURS 3000 TIMES
002320                    INDEXED BY WS-H-IDX.
002330         10  WS-H-ALUNO          PIC X(08).
002340         10  WS-H-DISC           PIC X(08).
002350         10  WS-H-PER            PIC X(02).
002360         10  WS-H-MP             PIC 99V99.
002370         10  WS-H-STAMP          PIC X(16).
002380 01  WS-H-COUNT                  PIC 9(04)   VALUE ZERO.
002390
002400******************************************************************
002410*  DISCIPLINAS DO ALUNO EM JULGAMENTO (SOMA DAS MEDIAS DOS
002420*  PERIODOS E QUANTIDADE DE PERIODOS).
002430******************************************************************
002440 01  WS-DS-TABLE.
002450     05  WS-DS-ENTRY OCCURS 30 TIMES
002460                     INDEXED BY WS-DS-IDX.
002470         10  WS-DS-DISC          PIC X(08).
002480         10  WS-DS-SOMA          PIC 9(03)V99.
002490         10  WS-DS-QTD           PIC 9(02).
002500 01  WS-DS-COUNT                 PIC 9(02)   VALUE ZERO.
002510
002520******************************************************************
002530*  FREQUENCIA ACUMULADA POR ALUNO (ATTEND).
002540******************************************************************
002550 01  WS-AT-TABLE.
002560     05  WS-AT-ENTRY OCCURS 500 TIMES
002570                     INDEXED BY WS-AT-IDX.
002580         10  WS-AT-ALUNO         PIC X(08).
002590         10  WS-AT-DADAS         PIC 9(05).
002600         10  WS-AT-VALIDAS       PIC 9(05).
002610 01  WS-AT-COUNT                 PIC 9(04)   VALUE ZERO.
002620
002630******************************************************************
002640*  MENSALIDADES DO ANO VENCIDAS EM ABERTO, POR ALUNO (MENSCHG).
002650******************************************************************
002660 01  WS-VC-TABLE.
002670     05  WS-VC-ENTRY OCCURS 500 TIMES
002680                     INDEXED BY WS-VC-IDX.
002690         10  WS-VC-ALUNO         PIC X(08).
002700         10  WS-VC-QTD           PIC 9(02).
002710 01  WS-VC-COUNT                 PIC 9(04)   VALUE ZERO.
002720
002730******************************************************************
002740*  LINHAS DA LISTA DE CONTROLE DAS CARTAS DO MODO A.
002750******************************************************************
002760 01  WS-CT-TABLE.
002770     05  WS-CT-LINE OCCURS 500 TIMES PIC X(80).
002780 01  WS-CT-COUNT                 PIC 9(04)   VALUE ZERO.
002790
002800 PROCEDURE DIVISION.
002810
002820 0000-MAINLINE.
002830     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002840*    A RECOMENDACAO EXIGE NIVEL 5; A APROVACAO, NIVEL 9.
002850     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002860                         WS-AUTHORIZED-SW
002870     IF NOT WS-AUTHORIZED
002880         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002890         MOVE 8 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002930     IF WS-RECUSADA
002940         MOVE 8 TO RETURN-CODE
002950         STOP RUN
002960     END-IF
002970     IF WS-OVERFLOW
002980         DISPLAY "ARQUIVO DE ENTRADA MAIOR QUE A TABELA - REVISAO"
002990                 " RECUSADA, NADA GRAVADO"
003000         MOVE 8 TO RETURN-CODE
003010         STOP RUN
003020     END-IF
003030     IF WS-MODO-RECOMENDA
003040         PERFORM 2000-RECOMENDACAO
003050     ELSE
003060         PERFORM 3000-APROVACAO THRU 3000-EXIT
003070     END-IF
003080     PERFORM 4000-FINALIZE
003090     MOVE WS-COND-CODE TO RETURN-CODE
003100     STOP RUN.
003110
003120******************************************************************
003130*  0010-SIGN-ON
003140*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
003150*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
003160******************************************************************
003170 0010-SIGN-ON.
003180     MOVE "N" TO WS-SIGNON-VALID-SW
003190     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
003200         UNTIL WS-SIGNON-VALID.
003210 0010-EXIT.
003220     EXIT.
003230
003240 0020-PROMPT-SIGNON.
003250     MOVE "SGN-001" TO WS-MSG-CODE-WK
003260     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003270     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003280     ACCEPT WS-OPERATOR-ID
003290     MOVE "SGN-002" TO WS-MSG-CODE-WK
003300     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003310     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003320     ACCEPT WS-OPERATOR-PIN
003330     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
003340                           WS-SIGNON-VALID-SW
003350     IF NOT WS-SIGNON-VALID
003360         MOVE "SGN-003" TO WS-MSG-CODE-WK
003370         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
003380         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
003390     END-IF.
003400 0020-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440*  0100-OPEN-AUDIT-LOG-FILE
003450*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003460*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003470******************************************************************
003480 0100-OPEN-AUDIT-LOG-FILE.
003490     OPEN EXTEND AUDIT-LOG-FILE
003500     IF WS-AUDIT-FILE-STATUS = "35"
003510         OPEN OUTPUT AUDIT-LOG-FILE
003520         CLOSE AUDIT-LOG-FILE
003530         OPEN EXTEND AUDIT-LOG-FILE
003540     END-IF.
003550
003560******************************************************************
003570*  0150-OPEN-BEFORE-IMAGE
003580*  ABRE O DIARIO DE IMAGEM-ANTES EM MODO EXTEND, CRIANDO-O SE
003590*  ESTA E A PRIMEIRA EXECUCAO.
003600******************************************************************
003610 0150-OPEN-BEFORE-IMAGE.
003620     OPEN EXTEND BEFORE-IMAGE-FILE
003630     IF WS-BIMG-FILE-STATUS = "35"
003640         OPEN OUTPUT BEFORE-IMAGE-FILE
003650         CLOSE BEFORE-IMAGE-FILE
003660         OPEN EXTEND BEFORE-IMAGE-FILE
003670     END-IF.
003680
003690******************************************************************
003700*  1000-INITIALIZE
003710*  PERGUNTA O MODO E O ANO LETIVO (E, NA APROVACAO, O MES DE
003720*  VIGENCIA), CONFERE O NIVEL 9 DA APROVACAO E CARREGA OS
003730*  PARAMETROS, O CADASTRO E AS REVISOES; NA RECOMENDACAO CARREGA
003740*  TAMBEM AS NOTAS, A FREQUENCIA E AS MENSALIDADES DO ANO.
003750******************************************************************
003760 1000-INITIALIZE.
003770     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003780     ACCEPT RUN-STAMP-ID   FROM TIME
003790     MOVE SPACES TO WS-RUN-STAMP-DISP
003800     STRING "EXECUCAO " DELIMITED BY SIZE
003810            RUN-STAMP-DATE DELIMITED BY SIZE
003820            " " DELIMITED BY SIZE
003830            RUN-STAMP-ID DELIMITED BY SIZE
003840         INTO WS-RUN-STAMP-DISP
003850     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003860     MOVE WS-HOJE(1:6) TO WS-MES
003870     DISPLAY "MODO (R=RECOMENDACAO, A=APROVACAO DA COMISSAO):"
003880     ACCEPT WS-MODO
003890     IF NOT WS-MODO-RECOMENDA AND NOT WS-MODO-APROVA
003900         DISPLAY "MODO INVALIDO - REVISAO RECUSADA"
003910         MOVE "Y" TO WS-RECUSA-SW
003920         GO TO 1000-EXIT
003930     END-IF
003940     IF WS-MODO-APROVA
003950         MOVE 9 TO WS-REQUIRED-LEVEL
003960         CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
003970                             WS-AUTHORIZED-SW
003980         IF NOT WS-AUTHORIZED
003990             DISPLAY "APROVACAO EXIGE NIVEL 9 - REVISAO RECUSADA"
004000             MOVE "Y" TO WS-RECUSA-SW
004010             GO TO 1000-EXIT
004020         END-IF
004030     END-IF
004040     DISPLAY "ANO LETIVO (AAAA, BRANCO=ANO CORRENTE):"
004050     ACCEPT WS-IN-ANO
004060     IF WS-IN-ANO = SPACES
004070         MOVE WS-HOJE(1:4) TO WS-IN-ANO
004080     END-IF
004090     IF WS-IN-ANO NOT NUMERIC
004100         DISPLAY "ANO INVALIDO - REVISAO RECUSADA"
004110         MOVE "Y" TO WS-RECUSA-SW
004120         GO TO 1000-EXIT
004130     END-IF
004140     IF WS-MODO-APROVA
004150         DISPLAY "MES DE VIGENCIA DAS DECISOES (AAAAMM):"
004160         ACCEPT WS-IN-VIG
004170         IF WS-IN-VIG NOT NUMERIC
004180             DISPLAY "MES INVALIDO - REVISAO RECUSADA"
004190             MOVE "Y" TO WS-RECUSA-SW
004200             GO TO 1000-EXIT
004210         END-IF
004220         MOVE WS-IN-VIG(5:2) TO WS-IN-VIG-MM
004230         IF WS-IN-VIG-MM < 1 OR WS-IN-VIG-MM > 12
004240             DISPLAY "MES INVALIDO - REVISAO RECUSADA"
004250             MOVE "Y" TO WS-RECUSA-SW
004260             GO TO 1000-EXIT
004270         END-IF
004280     END-IF
004290     PERFORM 1100-LOAD-PARM THRU 1100-EXIT
004300     PERFORM 1200-LOAD-ALUNOS THRU 1200-EXIT
004310     IF WS-RECUSADA
004320         GO TO 1000-EXIT
004330     END-IF
004340     PERFORM 1300-LOAD-REVISOES THRU 1300-EXIT
004350     IF WS-MODO-APROVA
004360         GO TO 1000-EXIT
004370     END-IF
004380     PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
004390     IF WS-RECUSADA
004400         GO TO 1000-EXIT
004410     END-IF
004420     PERFORM 1500-LOAD-FREQUENCIA THRU 1500-EXIT
004430     PERFORM 1600-LOAD-MENSALIDADES THRU 1600-EXIT.
004440 1000-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*  1100-LOAD-PARM
004490*  LE O REGISTRO DO BOLSPARM. CAMPO AUSENTE, NAO NUMERICO OU FORA
004500*  DA FAIXA FICA COM O PADRAO.
004510******************************************************************
004520 1100-LOAD-PARM.
004530     OPEN INPUT SCHOLARSHIP-PARM-FILE
004540     IF WS-BPARM-FILE-STATUS NOT = "00"
004550         DISPLAY "BOLSPARM NAO ENCONTRADO - VALEM OS PADROES"
004560         GO TO 1100-EXIT
004570     END-IF
004580     READ SCHOLARSHIP-PARM-FILE
004590         AT END
004600             DISPLAY "BOLSPARM VAZIO - VALEM OS PADROES"
004610             CLOSE SCHOLARSHIP-PARM-FILE
004620             GO TO 1100-EXIT
004630     END-READ
004640     IF BPARM-MEDIA-RENOVA NUMERIC
004650         MOVE BPARM-MEDIA-RENOVA TO WS-MEDIA-RENOVA
004660     END-IF
004670     IF BPARM-MEDIA-CANCELA NUMERIC
004680         MOVE BPARM-MEDIA-CANCELA TO WS-MEDIA-CANCELA
004690     END-IF
004700     IF BPARM-FREQ-RENOVA NUMERIC
004710         IF BPARM-FREQ-RENOVA NOT > 100
004720             MOVE BPARM-FREQ-RENOVA TO WS-FREQ-RENOVA
004730         END-IF
004740     END-IF
004750     IF BPARM-FREQ-CANCELA NUMERIC
004760         IF BPARM-FREQ-CANCELA NOT > 100
004770             MOVE BPARM-FREQ-CANCELA TO WS-FREQ-CANCELA
004780         END-IF
004790     END-IF
004800     IF BPARM-ATRASO-RENOVA NUMERIC
004810         MOVE BPARM-ATRASO-RENOVA TO WS-ATRASO-RENOVA
004820     END-IF
004830     IF BPARM-ATRASO-CANCELA NUMERIC
004840         MOVE BPARM-ATRASO-CANCELA TO WS-ATRASO-CANCELA
004850     END-IF
004860     IF BPARM-REDUCAO-PCT NUMERIC
004870         IF BPARM-REDUCAO-PCT NOT > 100
004880             MOVE BPARM-REDUCAO-PCT TO WS-REDUCAO-PCT
004890         END-IF
004900     END-IF
004910     CLOSE SCHOLARSHIP-PARM-FILE.
004920 1100-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*  1200-LOAD-ALUNOS
004970*  CARREGA O CADASTRO DE ALUNOS, CADA REGISTRO COMO VEIO.
004980******************************************************************
004990 1200-LOAD-ALUNOS.
005000     OPEN INPUT STUDENT-MASTER-FILE
005010     IF WS-ALM-FILE-STATUS NOT = "00"
005020         DISPLAY "ALUNMAST INDISPONIVEL - REVISAO RECUSADA"
005030         MOVE "Y" TO WS-RECUSA-SW
005040         GO TO 1200-EXIT
005050     END-IF
005060     MOVE "N" TO WS-EOF-SW
005070     PERFORM 1210-READ-ALUNO THRU 1210-EXIT
005080         UNTIL WS-EOF
005090     CLOSE STUDENT-MASTER-FILE.
005100 1200-EXIT.
005110     EXIT.
005120
005130 1210-READ-ALUNO.
005140     READ STUDENT-MASTER-FILE
005150         AT END
005160             MOVE "Y" TO WS-EOF-SW
005170             GO TO 1210-EXIT
005180     END-READ
005190     IF WS-AL-COUNT >= 500
005200         MOVE "Y" TO WS-OVERFLOW-SW
005210         GO TO 1210-EXIT
005220     END-IF
005230     ADD 1 TO WS-AL-COUNT
005240     SET WS-AL-IDX TO WS-AL-COUNT
005250     MOVE STUDENT-MASTER-RECORD TO WS-AL-IMAGE(WS-AL-IDX).
005260 1210-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*  1300-LOAD-REVISOES
005310*  CARREGA AS REVISOES JA GRAVADAS (TODOS OS ANOS). SEM O ARQUIVO
005320*  AINDA NAO HOUVE REVISAO.
005330******************************************************************
005340 1300-LOAD-REVISOES.
005350     OPEN INPUT SCHOLARSHIP-REVIEW-FILE
005360     IF WS-BREV-FILE-STATUS NOT = "00"
005370         GO TO 1300-EXIT
005380     END-IF
005390     MOVE "N" TO WS-EOF-SW
005400     PERFORM 1310-READ-REVISAO THRU 1310-EXIT
005410         UNTIL WS-EOF
005420     CLOSE SCHOLARSHIP-REVIEW-FILE.
005430 1300-EXIT.
005440     EXIT.
005450
005460 1310-READ-REVISAO.
005470     READ SCHOLARSHIP-REVIEW-FILE
005480         AT END
005490             MOVE "Y" TO WS-EOF-SW
005500             GO TO 1310-EXIT
005510     END-READ
005520     IF WS-RV-COUNT >= 2000
005530         MOVE "Y" TO WS-OVERFLOW-SW
005540         GO TO 1310-EXIT
005550     END-IF
005560     ADD 1 TO WS-RV-COUNT
005570     SET WS-RV-IDX TO WS-RV-COUNT
005580     MOVE SCHOLARSHIP-REVIEW-RECORD TO WS-RV-IMAGE(WS-RV-IDX).
005590 1310-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630*  1400-LOAD-HISTORY
005640*  CARREGA AS NOTAS EMITIDAS NO ANO LETIVO, FICANDO A EMISSAO DE
005650*  CARIMBO MAIS RECENTE DE CADA ALUNO/DISCIPLINA/PERIODO (COMO NO
005660*  CERTIFIC). SEM HISTORICO NAO HA COMO JULGAR NINGUEM.
005670******************************************************************
005680 1400-LOAD-HISTORY.
005690     OPEN INPUT GRADE-HISTORY-FILE
005700     IF WS-HIST-FILE-STATUS NOT = "00"
005710         DISPLAY "HISTNOTA INDISPONIVEL - REVISAO RECUSADA"
005720         MOVE "Y" TO WS-RECUSA-SW
005730         GO TO 1400-EXIT
005740     END-IF
005750     MOVE "N" TO WS-EOF-SW
005760     PERFORM 1410-READ-HISTORY THRU 1410-EXIT
005770         UNTIL WS-EOF
005780     CLOSE GRADE-HISTORY-FILE.
005790 1400-EXIT.
005800     EXIT.
005810
005820 1410-READ-HISTORY.
005830     READ GRADE-HISTORY-FILE
005840         AT END
005850             MOVE "Y" TO WS-EOF-SW
005860             GO TO 1410-EXIT
005870     END-READ
005880     IF HIST-RUN-DATE(1:4) NOT = WS-IN-ANO
005890         OR HIST-MP NOT NUMERIC
005900         GO TO 1410-EXIT
005910     END-IF
005920     MOVE SPACES TO WS-NEW-STAMP
005930     STRING HIST-RUN-DATE HIST-RUN-ID DELIMITED BY SIZE
005940         INTO WS-NEW-STAMP
005950     MOVE "N" TO WS-FOUND-SW
005960     PERFORM 1420-MATCH-HIST THRU 1420-EXIT
005970         VARYING WS-H-IDX FROM 1 BY 1
005980         UNTIL WS-H-IDX > WS-H-COUNT OR WS-FOUND
005990     IF WS-FOUND
006000         GO TO 1410-EXIT
006010     END-IF
006020     IF WS-H-COUNT >= 3000
006030         MOVE "Y" TO WS-OVERFLOW-SW
006040         GO TO 1410-EXIT
006050     END-IF
006060     ADD 1 TO WS-H-COUNT
006070     SET WS-H-IDX TO WS-H-COUNT
006080     MOVE HIST-ALUNO-ID   TO WS-H-ALUNO(WS-H-IDX)
006090     MOVE HIST-DISCIPLINA TO WS-H-DISC(WS-H-IDX)
006100     MOVE HIST-PERIODO    TO WS-H-PER(WS-H-IDX)
006110     MOVE HIST-MP         TO WS-H-MP(WS-H-IDX)
006120     MOVE WS-NEW-STAMP    TO WS-H-STAMP(WS-H-IDX).
006130 1410-EXIT.
006140     EXIT.
006150
006160 1420-MATCH-HIST.
006170     IF WS-H-ALUNO(WS-H-IDX) = HIST-ALUNO-ID
006180         AND WS-H-DISC(WS-H-IDX) = HIST-DISCIPLINA
006190         AND WS-H-PER(WS-H-IDX) = HIST-PERIODO
006200         MOVE "Y" TO WS-FOUND-SW
006210         IF WS-NEW-STAMP >= WS-H-STAMP(WS-H-IDX)
006220             MOVE HIST-MP      TO WS-H-MP(WS-H-IDX)
006230             MOVE WS-NEW-STAMP TO WS-H-STAMP(WS-H-IDX)
006240         END-IF
006250     END-IF.
006260 1420-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*  1500-LOAD-FREQUENCIA
006310*  ACUMULA POR ALUNO AS AULAS DADAS E AS PRESENCAS MAIS FALTAS
006320*  JUSTIFICADAS (FALTA JUSTIFICADA NAO NUMERICA VALE ZERO). SEM O
006330*  ARQUIVO TODOS FICAM COM FREQUENCIA CHEIA.
006340******************************************************************
006350 1500-LOAD-FREQUENCIA.
006360     OPEN INPUT ATTENDANCE-FILE
006370     IF WS-ATT-FILE-STATUS NOT = "00"
006380         GO TO 1500-EXIT
006390     END-IF
006400     MOVE "N" TO WS-EOF-SW
006410     PERFORM 1510-READ-ATTEND THRU 1510-EXIT
006420         UNTIL WS-EOF
006430     CLOSE ATTENDANCE-FILE.
006440 1500-EXIT.
006450     EXIT.
006460
006470 1510-READ-ATTEND.
006480     READ ATTENDANCE-FILE
006490         AT END
006500             MOVE "Y" TO WS-EOF-SW
006510             GO TO 1510-EXIT
006520     END-READ
006530     IF ATT-AULAS-DADAS NOT NUMERIC
006540         OR ATT-AULAS-PRESENTES NOT NUMERIC
006550         GO TO 1510-EXIT
006560     END-IF
006570     MOVE "N" TO WS-FOUND-SW
006580     PERFORM 1520-MATCH-ATTEND THRU 1520-EXIT
006590         VARYING WS-AT-IDX FROM 1 BY 1
006600         UNTIL WS-AT-IDX > WS-AT-COUNT OR WS-FOUND
006610     IF WS-FOUND
006620         SET WS-AT-IDX DOWN BY 1
006630     ELSE
006640         IF WS-AT-COUNT >= 500
006650             MOVE "Y" TO WS-OVERFLOW-SW
006660             GO TO 1510-EXIT
006670         END-IF
006680         ADD 1 TO WS-AT-COUNT
006690         SET WS-AT-IDX TO WS-AT-COUNT
006700         MOVE ATT-ALUNO-ID TO WS-AT-ALUNO(WS-AT-IDX)
006710         MOVE ZERO TO WS-AT-DADAS(WS-AT-IDX)
006720         MOVE ZERO TO WS-AT-VALIDAS(WS-AT-IDX)
006730     END-IF
006740     ADD ATT-AULAS-DADAS     TO WS-AT-DADAS(WS-AT-IDX)
006750     ADD ATT-AULAS-PRESENTES TO WS-AT-VALIDAS(WS-AT-IDX)
006760     IF ATT-FALTAS-JUST NUMERIC
006770         ADD ATT-FALTAS-JUST TO WS-AT-VALIDAS(WS-AT-IDX)
006780     END-IF.
006790 1510-EXIT.
006800     EXIT.
006810
006820 1520-MATCH-ATTEND.
006830     IF WS-AT-ALUNO(WS-AT-IDX) = ATT-ALUNO-ID
006840         MOVE "Y" TO WS-FOUND-SW
006850     END-IF.
006860 1520-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900*  1600-LOAD-MENSALIDADES
006910*  CONTA POR ALUNO AS MENSALIDADES DO ANO LETIVO AINDA EM ABERTO
006920*  DE MESES JA PASSADOS. SEM O ARQUIVO NINGUEM TEM ATRASO.
006930******************************************************************
006940 1600-LOAD-MENSALIDADES.
006950     OPEN INPUT TUITION-CHARGE-FILE
006960     IF WS-MENS-FILE-STATUS NOT = "00"
006970         GO TO 1600-EXIT
006980     END-IF
006990     MOVE "N" TO WS-EOF-SW
007000     PERFORM 1610-READ-MENSALIDADE THRU 1610-EXIT
007010         UNTIL WS-EOF
007020     CLOSE TUITION-CHARGE-FILE.
007030 1600-EXIT.
007040     EXIT.
007050
007060 1610-READ-MENSALIDADE.
007070     READ TUITION-CHARGE-FILE
007080         AT END
007090             MOVE "Y" TO WS-EOF-SW
007100             GO TO 1610-EXIT
007110     END-READ
007120     IF NOT MENS-ABERTA
007130         OR MENS-MES(1:4) NOT = WS-IN-ANO
007140         OR MENS-MES NOT < WS-MES
007150         GO TO 1610-EXIT
007160     END-IF
007170     MOVE "N" TO WS-FOUND-SW
007180     PERFORM 1620-MATCH-VENCIDA THRU 1620-EXIT
007190         VARYING WS-VC-IDX FROM 1 BY 1
007200         UNTIL WS-VC-IDX > WS-VC-COUNT OR WS-FOUND
007210     IF WS-FOUND
007220         SET WS-VC-IDX DOWN BY 1
007230     ELSE
007240         IF WS-VC-COUNT >= 500
007250             MOVE "Y" TO WS-OVERFLOW-SW
007260             GO TO 1610-EXIT
007270         END-IF
007280         ADD 1 TO WS-VC-COUNT
007290         SET WS-VC-IDX TO WS-VC-COUNT
007300         MOVE MENS-ALUNO-ID TO WS-VC-ALUNO(WS-VC-IDX)
007310         MOVE ZERO TO WS-VC-QTD(WS-VC-IDX)
007320     END-IF
007330     IF WS-VC-QTD(WS-VC-IDX) < 99
007340         ADD 1 TO WS-VC-QTD(WS-VC-IDX)
007350     END-IF.
007360 1610-EXIT.
007370     EXIT.
007380
007390 1620-MATCH-VENCIDA.
007400     IF WS-VC-ALUNO(WS-VC-IDX) = MENS-ALUNO-ID
007410         MOVE "Y" TO WS-FOUND-SW
007420     END-IF.
007430 1620-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470*  2000-RECOMENDACAO
007480*  MODO R: ABRE O RELATORIO E JULGA CADA BOLSISTA DO ANO.
007490******************************************************************
007500 2000-RECOMENDACAO.
007510     OPEN OUTPUT REVIEW-REPORT-FILE
007520     PERFORM 0100-OPEN-AUDIT-LOG-FILE
007530     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
007540     WRITE REPORT-LINE
007550     MOVE SPACES TO REPORT-LINE
007560     STRING "REVISAO DE BOLSAS - ANO LETIVO " WS-IN-ANO
007570            " - RECOMENDACOES"
007580         DELIMITED BY SIZE INTO REPORT-LINE
007590     WRITE REPORT-LINE
007600     MOVE WS-MEDIA-RENOVA TO WS-MEDIA-ED
007610     MOVE SPACES TO REPORT-LINE
007620     STRING "RENOVA: MEDIA >= " WS-MEDIA-ED
007630            "  FREQ >= " WS-FREQ-RENOVA
007640            "%  ATRASOS ATE " WS-ATRASO-RENOVA
007650         DELIMITED BY SIZE INTO REPORT-LINE
007660     WRITE REPORT-LINE
007670     MOVE WS-MEDIA-CANCELA TO WS-MEDIA-ED
007680     MOVE SPACES TO REPORT-LINE
007690     STRING "CANCELA: MEDIA < " WS-MEDIA-ED
007700            "  FREQ < " WS-FREQ-CANCELA
007710            "%  ATRASOS A PARTIR DE " WS-ATRASO-CANCELA
007720            "  REDUCAO " WS-REDUCAO-PCT "%"
007730         DELIMITED BY SIZE INTO REPORT-LINE
007740     WRITE REPORT-LINE
007750     MOVE SPACES TO REPORT-LINE
007760     WRITE REPORT-LINE
007770     MOVE SPACES TO REPORT-LINE
007780     STRING "ALUNO    NOME                           "
007790            "BOLSA MEDIA FREQ ATR RECOMENDACAO NOVA"
007800         DELIMITED BY SIZE INTO REPORT-LINE
007810     WRITE REPORT-LINE
007820     PERFORM 2100-ONE-ALUNO THRU 2100-EXIT
007830         VARYING WS-SCAN FROM 1 BY 1
007840         UNTIL WS-SCAN > WS-AL-COUNT.
007850
007860******************************************************************
007870*  2100-ONE-ALUNO
007880*  JULGA UM ALUNO ATIVO DO ANO COM BOLSA VIGENTE. REVISAO JA
007890*  APROVADA PELA COMISSAO PARA O ANO NAO E REFEITA; A PENDENTE E
007900*  SUBSTITUIDA PELA NOVA RECOMENDACAO.
007910******************************************************************
007920 2100-ONE-ALUNO.
007930     SET WS-AL-IDX TO WS-SCAN
007940     MOVE WS-AL-IMAGE(WS-AL-IDX) TO WS-ALUNO-IMAGE
007950     IF NOT WS-AIM-ATIVO
007960         OR WS-AIM-ANO NOT = WS-IN-ANO
007970         GO TO 2100-EXIT
007980     END-IF
007990     PERFORM 2150-BOLSA-VIGENTE
008000     IF WS-BOLSA-ATUAL = ZERO
008010         GO TO 2100-EXIT
008020     END-IF
008030     ADD 1 TO WS-LIDOS
008040     PERFORM 2200-FIND-REVISAO THRU 2200-EXIT
008050     IF WS-POS > ZERO
008060         SET WS-RV-IDX TO WS-POS
008070         MOVE WS-RV-IMAGE(WS-RV-IDX) TO SCHOLARSHIP-REVIEW-RECORD
008080         IF BREV-APROVADA
008090             ADD 1 TO WS-JA-DECIDIDAS
008100             MOVE SPACES TO REPORT-LINE
008110             STRING WS-AIM-ID " " WS-AIM-NOME " "
008120                    "DECIDIDA EM " BREV-DATA-DECISAO
008130                    ": " BREV-PCT-APROVADO "% DESDE "
008135                    BREV-VIG-MES
008140                 DELIMITED BY SIZE INTO REPORT-LINE
008150             WRITE REPORT-LINE
008160             GO TO 2100-EXIT
008170         END-IF
008180     END-IF
008190     MOVE SPACES         TO SCHOLARSHIP-REVIEW-RECORD
008200     MOVE WS-AIM-ID      TO BREV-ALUNO-ID
008210     MOVE WS-IN-ANO      TO BREV-ANO
008220     MOVE WS-BOLSA-ATUAL TO BREV-BOLSA-ATUAL
008230     MOVE ZERO           TO BREV-PCT-APROVADO
008240     PERFORM 2300-MEDIA-FINAL THRU 2300-EXIT
008250     PERFORM 2400-FREQUENCIA THRU 2400-EXIT
008260     PERFORM 2500-ATRASOS THRU 2500-EXIT
008270     MOVE WS-MEDIA   TO BREV-MEDIA
008280     MOVE WS-FREQ    TO BREV-FREQ
008290     MOVE WS-ATRASOS TO BREV-ATRASOS
008300     IF WS-DS-COUNT = ZERO
008310         ADD 1 TO WS-SEM-NOTAS
008320         MOVE SPACE              TO BREV-RECOMENDA
008330         MOVE WS-BOLSA-ATUAL     TO BREV-PCT-PROPOSTO
008340         MOVE "SEM NOTAS NO ANO" TO BREV-MOTIVO
008350     ELSE
008360         PERFORM 2600-DECIDE
008370     END-IF
008380     IF WS-POS = ZERO
008390         IF WS-RV-COUNT >= 2000
008400             DISPLAY "BOLSREV CHEIO - " WS-AIM-ID " NAO GRAVADO"
008410             GO TO 2100-EXIT
008420         END-IF
008430         ADD 1 TO WS-RV-COUNT
008440         MOVE WS-RV-COUNT TO WS-POS
008450     END-IF
008460     SET WS-RV-IDX TO WS-POS
008470     MOVE SCHOLARSHIP-REVIEW-RECORD TO WS-RV-IMAGE(WS-RV-IDX)
008480     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
008490 2100-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530*  2150-BOLSA-VIGENTE
008540*  BOLSA DO ALUNO NO MES CORRENTE - O NOVO PERCENTUAL DE UMA
008550*  REVISAO ANTERIOR SO CONTA A PARTIR DO MES DE VIGENCIA, COMO NO
008560*  MENSALID.
008570******************************************************************
008580 2150-BOLSA-VIGENTE.
008590     MOVE ZERO TO WS-BOLSA-ATUAL
008600     IF WS-AIM-BOLSA NUMERIC
008610         MOVE WS-AIM-BOLSA TO WS-BOLSA-ATUAL
008620     END-IF
008630     IF WS-AIM-BOLSA-VIG NOT = SPACES
008640         AND WS-AIM-BOLSA-NOVA NUMERIC
008650         AND WS-MES NOT < WS-AIM-BOLSA-VIG
008660         MOVE WS-AIM-BOLSA-NOVA TO WS-BOLSA-ATUAL
008670     END-IF.
008680
008690******************************************************************
008700*  2200-FIND-REVISAO
008710*  LOCALIZA A REVISAO DO ALUNO NO ANO; WS-POS FICA ZERO SE AINDA
008720*  NAO HA.
008730******************************************************************
008740 2200-FIND-REVISAO.
008750     MOVE ZERO TO WS-POS
008760     PERFORM 2250-MATCH-REVISAO THRU 2250-EXIT
008770         VARYING WS-SCAN2 FROM 1 BY 1
008780         UNTIL WS-SCAN2 > WS-RV-COUNT OR WS-POS > ZERO.
008790 2200-EXIT.
008800     EXIT.
008810
008820 2250-MATCH-REVISAO.
008830     SET WS-RV-IDX TO WS-SCAN2
008840     IF WS-RV-IMAGE(WS-RV-IDX)(1:8) = WS-AIM-ID
008850         AND WS-RV-IMAGE(WS-RV-IDX)(9:4) = WS-IN-ANO
008860         MOVE WS-SCAN2 TO WS-POS
008870     END-IF.
008880 2250-EXIT.
008890     EXIT.
008900
008910******************************************************************
008920*  2300-MEDIA-FINAL
008930*  MEDIA FINAL DO ANO: PARA CADA DISCIPLINA, A MEDIA DAS MEDIAS
008940*  PONDERADAS DOS PERIODOS; DEPOIS A MEDIA ENTRE AS DISCIPLINAS.
008950*  WS-DS-COUNT ZERO = ALUNO SEM NOTAS NO ANO.
008960******************************************************************
008970 2300-MEDIA-FINAL.
008980     MOVE ZERO TO WS-DS-COUNT
008990     MOVE ZERO TO WS-MEDIA
009000     MOVE ZERO TO WS-MEDIA-SOMA
009010     PERFORM 2310-ADD-NOTA THRU 2310-EXIT
009020         VARYING WS-H-IDX FROM 1 BY 1
009030         UNTIL WS-H-IDX > WS-H-COUNT
009040     IF WS-DS-COUNT = ZERO
009050         GO TO 2300-EXIT
009060     END-IF
009070     PERFORM 2350-MEDIA-DISC THRU 2350-EXIT
009080         VARYING WS-DS-IDX FROM 1 BY 1
009090         UNTIL WS-DS-IDX > WS-DS-COUNT
009100     DIVIDE WS-MEDIA-SOMA BY WS-DS-COUNT
009110         GIVING WS-MEDIA ROUNDED.
009120 2300-EXIT.
009130     EXIT.
009140
009150 2310-ADD-NOTA.
009160     IF WS-H-ALUNO(WS-H-IDX) NOT = WS-AIM-ID
009170         GO TO 2310-EXIT
009180     END-IF
009190     MOVE "N" TO WS-FOUND-SW
009200     PERFORM 2320-MATCH-DISC THRU 2320-EXIT
009210         VARYING WS-DS-IDX FROM 1 BY 1
009220         UNTIL WS-DS-IDX > WS-DS-COUNT OR WS-FOUND
009230     IF WS-FOUND
009240         SET WS-DS-IDX DOWN BY 1
009250     ELSE
009260         IF WS-DS-COUNT >= 30
009270             GO TO 2310-EXIT
009280         END-IF
009290         ADD 1 TO WS-DS-COUNT
009300         SET WS-DS-IDX TO WS-DS-COUNT
009310         MOVE WS-H-DISC(WS-H-IDX) TO WS-DS-DISC(WS-DS-IDX)
009320         MOVE ZERO TO WS-DS-SOMA(WS-DS-IDX)
009330         MOVE ZERO TO WS-DS-QTD(WS-DS-IDX)
009340     END-IF
009350     ADD WS-H-MP(WS-H-IDX) TO WS-DS-SOMA(WS-DS-IDX)
009360     ADD 1 TO WS-DS-QTD(WS-DS-IDX).
009370 2310-EXIT.
009380     EXIT.
009390
009400 2320-MATCH-DISC.
009410     IF WS-DS-DISC(WS-DS-IDX) = WS-H-DISC(WS-H-IDX)
009420         MOVE "Y" TO WS-FOUND-SW
009430     END-IF.
009440 2320-EXIT.
009450     EXIT.
009460
009470 2350-MEDIA-DISC.
009480     DIVIDE WS-DS-SOMA(WS-DS-IDX) BY WS-DS-QTD(WS-DS-IDX)
009490         GIVING WS-MEDIA-DISC ROUNDED
009500     ADD WS-MEDIA-DISC TO WS-MEDIA-SOMA.
009510 2350-EXIT.
009520     EXIT.
009530
009540******************************************************************
009550*  2400-FREQUENCIA
009560*  PERCENTUAL DE FREQUENCIA PELA REGRA DO MEDIAPONDERADA: AS
009570*  PRESENCAS MAIS AS FALTAS JUSTIFICADAS SOBRE AS AULAS DADAS,
009580*  LIMITADO A 100. SEM REGISTRO NO ATTEND VALE 100.
009590******************************************************************
009600 2400-FREQUENCIA.
009610     MOVE 100 TO WS-FREQ
009620     MOVE "N" TO WS-FOUND-SW
009630     PERFORM 2450-MATCH-FREQ THRU 2450-EXIT
009640         VARYING WS-AT-IDX FROM 1 BY 1
009650         UNTIL WS-AT-IDX > WS-AT-COUNT OR WS-FOUND
009660     IF NOT WS-FOUND
009670         GO TO 2400-EXIT
009680     END-IF
009690     SET WS-AT-IDX DOWN BY 1
009700     IF WS-AT-DADAS(WS-AT-IDX) = ZERO
009710         GO TO 2400-EXIT
009720     END-IF
009730     MULTIPLY WS-AT-VALIDAS(WS-AT-IDX) BY 100
009740         GIVING WS-FREQ-WK
009750     DIVIDE WS-FREQ-WK BY WS-AT-DADAS(WS-AT-IDX)
009760         GIVING WS-FREQ-WK
009770     IF WS-FREQ-WK < 100
009780         MOVE WS-FREQ-WK TO WS-FREQ
009790     END-IF.
009800 2400-EXIT.
009810     EXIT.
009820
009830 2450-MATCH-FREQ.
009840     IF WS-AT-ALUNO(WS-AT-IDX) = WS-AIM-ID
009850         MOVE "Y" TO WS-FOUND-SW
009860     END-IF.
009870 2450-EXIT.
009880     EXIT.
009890
009900******************************************************************
009910*  2500-ATRASOS
009920*  MENSALIDADES DO ANO VENCIDAS E EM ABERTO DO ALUNO.
009930******************************************************************
009940 2500-ATRASOS.
009950     MOVE ZERO TO WS-ATRASOS
009960     MOVE "N" TO WS-FOUND-SW
009970     PERFORM 2550-MATCH-ATRASO THRU 2550-EXIT
009980         VARYING WS-VC-IDX FROM 1 BY 1
009990         UNTIL WS-VC-IDX > WS-VC-COUNT OR WS-FOUND
010000     IF WS-FOUND
010010         SET WS-VC-IDX DOWN BY 1
010020         MOVE WS-VC-QTD(WS-VC-IDX) TO WS-ATRASOS
010030     END-IF.
010040 2500-EXIT.
010050     EXIT.
010060
010070 2550-MATCH-ATRASO.
010080     IF WS-VC-ALUNO(WS-VC-IDX) = WS-AIM-ID
010090         MOVE "Y" TO WS-FOUND-SW
010100     END-IF.
010110 2550-EXIT.
010120     EXIT.
010130
010140******************************************************************
010150*  2600-DECIDE
010160*  APLICA AS REGRAS DO BOLSPARM: QUALQUER LIMITE DE CANCELAMENTO
010170*  ATINGIDO CANCELA; TODOS OS DE RENOVACAO ATENDIDOS RENOVAM; NO
010180*  MEIO DO CAMINHO A BOLSA E REDUZIDA NO PERCENTUAL DE REDUCAO.
010190******************************************************************
010200 2600-DECIDE.
010210     EVALUATE TRUE
010220         WHEN WS-MEDIA < WS-MEDIA-CANCELA
010230             MOVE "C" TO BREV-RECOMENDA
010240             MOVE "MEDIA FINAL BAIXA" TO BREV-MOTIVO
010250         WHEN WS-FREQ < WS-FREQ-CANCELA
010260             MOVE "C" TO BREV-RECOMENDA
010270             MOVE "FREQUENCIA BAIXA" TO BREV-MOTIVO
010280         WHEN WS-ATRASO-CANCELA > ZERO
010290              AND WS-ATRASOS NOT < WS-ATRASO-CANCELA
010300             MOVE "C" TO BREV-RECOMENDA
010310             MOVE "MENSALIDADES ATRASO" TO BREV-MOTIVO
010320         WHEN WS-MEDIA NOT < WS-MEDIA-RENOVA
010330              AND WS-FREQ NOT < WS-FREQ-RENOVA
010340              AND WS-ATRASOS NOT > WS-ATRASO-RENOVA
010350             MOVE "R" TO BREV-RECOMENDA
010360             MOVE "CRITERIOS ATENDIDOS" TO BREV-MOTIVO
010370         WHEN WS-MEDIA < WS-MEDIA-RENOVA
010380             MOVE "D" TO BREV-RECOMENDA
010390             MOVE "MEDIA ABAIXO RENOV." TO BREV-MOTIVO
010400         WHEN WS-FREQ < WS-FREQ-RENOVA
010410             MOVE "D" TO BREV-RECOMENDA
010420             MOVE "FREQ ABAIXO RENOV." TO BREV-MOTIVO
010430         WHEN OTHER
010440             MOVE "D" TO BREV-RECOMENDA
010450             MOVE "MENSALIDADES ATRASO" TO BREV-MOTIVO
010460     END-EVALUATE
010470     EVALUATE TRUE
010480         WHEN BREV-CANCELAR
010490             ADD 1 TO WS-CANCELAR
010500             MOVE ZERO TO BREV-PCT-PROPOSTO
010510         WHEN BREV-RENOVAR
010520             ADD 1 TO WS-RENOVAR
010530             MOVE WS-BOLSA-ATUAL TO BREV-PCT-PROPOSTO
010540         WHEN OTHER
010550             ADD 1 TO WS-REDUZIR
010560             MULTIPLY WS-BOLSA-ATUAL BY WS-REDUCAO-PCT
010570                 GIVING WS-CORTE-WK
010580             DIVIDE WS-CORTE-WK BY 100
010590                 GIVING WS-CORTE ROUNDED
010600             SUBTRACT WS-CORTE FROM WS-BOLSA-ATUAL
010610                 GIVING BREV-PCT-PROPOSTO
010620     END-EVALUATE.
010630
010640******************************************************************
010650*  2900-WRITE-DETAIL
010660*  IMPRIME A LINHA DO BOLSISTA E, FORA A RENOVACAO, O MOTIVO.
010670******************************************************************
010680 2900-WRITE-DETAIL.
010690     EVALUATE TRUE
010700         WHEN BREV-RENOVAR
010710             MOVE "RENOVAR"   TO WS-RECOMENDA-DESC
010720         WHEN BREV-REDUZIR
010730             MOVE "REDUZIR"   TO WS-RECOMENDA-DESC
010740         WHEN BREV-CANCELAR
010750             MOVE "CANCELAR"  TO WS-RECOMENDA-DESC
010760         WHEN OTHER
010770             MOVE "SEM NOTAS" TO WS-RECOMENDA-DESC
010780     END-EVALUATE
010790     MOVE BREV-MEDIA TO WS-MEDIA-ED
010800     MOVE SPACES TO REPORT-LINE
010810     STRING WS-AIM-ID " " WS-AIM-NOME " "
010820            BREV-BOLSA-ATUAL "%  " WS-MEDIA-ED " "
010830            BREV-FREQ "% " BREV-ATRASOS "  "
010840            WS-RECOMENDA-DESC " " BREV-PCT-PROPOSTO "%"
010850         DELIMITED BY SIZE INTO REPORT-LINE
010860     WRITE REPORT-LINE
010870     IF BREV-RENOVAR
010880         GO TO 2900-EXIT
010890     END-IF
010900     MOVE SPACES TO REPORT-LINE
010910     IF BREV-SEM-NOTAS
010920         STRING "  SEM NOTAS NO ANO - ANALISE MANUAL DA COMISSAO"
010930             DELIMITED BY SIZE INTO REPORT-LINE
010950     ELSE
010960         STRING "  MOTIVO: " BREV-MOTIVO
010970             DELIMITED BY SIZE INTO REPORT-LINE
010980     END-IF
010990     WRITE REPORT-LINE.
011000 2900-EXIT.
011010     EXIT.
011020
011030******************************************************************
011040*  3000-APROVACAO
011050*  MODO A: APRESENTA CADA REVISAO PENDENTE DO ANO A COMISSAO,
011060*  APLICA AS DECISOES E IMPRIME AS CARTAS E A LISTA DE CONTROLE.
011070******************************************************************
011080 3000-APROVACAO.
011090     OPEN OUTPUT LETTER-REPORT-FILE
011100     PERFORM 0100-OPEN-AUDIT-LOG-FILE
011110     PERFORM 0150-OPEN-BEFORE-IMAGE
011120     MOVE "REVISAO ANUAL DE BOLSAS - CARTAS AOS RESPONSAVEIS"
011130         TO WS-RPT-TITLE
011140     MOVE SPACES TO WS-RPT-COLHEAD
011150     MOVE SPACES TO LETTER-LINE
011160     MOVE "I" TO WS-RPT-ACTION
011170     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
011180     PERFORM 3100-ONE-REVISAO THRU 3100-EXIT
011190         VARYING WS-SCAN FROM 1 BY 1
011200         UNTIL WS-SCAN > WS-RV-COUNT
011210     IF WS-CT-COUNT = ZERO
011220         GO TO 3000-EXIT
011230     END-IF
011240     MOVE SPACES TO LETTER-LINE
011250     MOVE "D" TO WS-RPT-ACTION
011260     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
011270     MOVE "LISTA DE CONTROLE DAS CARTAS GERADAS:"
011280         TO LETTER-LINE
011290     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
011300     PERFORM 3800-ONE-CONTROLE THRU 3800-EXIT
011310         VARYING WS-SCAN FROM 1 BY 1
011320         UNTIL WS-SCAN > WS-CT-COUNT.
011330 3000-EXIT.
011340     EXIT.
011350
011360******************************************************************
011370*  3100-ONE-REVISAO
011380*  MOSTRA UMA REVISAO PENDENTE E PEDE A DECISAO: S APROVA O
011390*  PERCENTUAL PROPOSTO, TRES DIGITOS (000-100) APROVAM OUTRO
011400*  PERCENTUAL E BRANCO DEIXA PENDENTE PARA OUTRA REUNIAO.
011410******************************************************************
011420 3100-ONE-REVISAO.
011430     SET WS-RV-IDX TO WS-SCAN
011440     MOVE WS-RV-IMAGE(WS-RV-IDX) TO SCHOLARSHIP-REVIEW-RECORD
011450     IF BREV-ANO NOT = WS-IN-ANO
011460         OR NOT BREV-PENDENTE
011470         GO TO 3100-EXIT
011480     END-IF
011490     ADD 1 TO WS-PENDENTES
011500     MOVE BREV-ALUNO-ID TO WS-AIM-ID
011510     PERFORM 3200-FIND-ALUNO THRU 3200-EXIT
011520     IF WS-POS = ZERO
011530         DISPLAY "ALUNO " BREV-ALUNO-ID
011540                 " FORA DO ALUNMAST - REVISAO PULADA"
011550         ADD 1 TO WS-PULADAS
011560         GO TO 3100-EXIT
011570     END-IF
011580     SET WS-AL-IDX TO WS-POS
011590     MOVE WS-AL-IMAGE(WS-AL-IDX) TO WS-ALUNO-IMAGE
011600     MOVE BREV-MEDIA TO WS-MEDIA-ED
011610     DISPLAY " "
011620     DISPLAY BREV-ALUNO-ID " " WS-AIM-NOME " TURMA " WS-AIM-TURMA
011630     DISPLAY "BOLSA ATUAL " BREV-BOLSA-ATUAL "%  MEDIA "
011640             WS-MEDIA-ED "  FREQ " BREV-FREQ "%  ATRASOS "
011650             BREV-ATRASOS
011660     EVALUATE TRUE
011670         WHEN BREV-RENOVAR
011680             DISPLAY "RECOMENDACAO: RENOVAR "
011690                     BREV-PCT-PROPOSTO "%"
011700         WHEN BREV-REDUZIR
011710             DISPLAY "RECOMENDACAO: REDUZIR PARA "
011720                     BREV-PCT-PROPOSTO "% - " BREV-MOTIVO
011730         WHEN BREV-CANCELAR
011740             DISPLAY "RECOMENDACAO: CANCELAR - " BREV-MOTIVO
011750         WHEN OTHER
011760             DISPLAY "SEM NOTAS NO ANO - ANALISE MANUAL "
011770                     "(S MANTEM " BREV-PCT-PROPOSTO "%)"
011780     END-EVALUATE
011790     DISPLAY "S=APROVA O PROPOSTO, NNN=OUTRO PERCENTUAL, "
011800             "BRANCO=PENDENTE:"
011810     ACCEPT WS-IN-DECISAO
011820     IF WS-IN-DECISAO = SPACES
011830         ADD 1 TO WS-PULADAS
011840         GO TO 3100-EXIT
011850     END-IF
011860     IF WS-IN-DECISAO = "S" OR WS-IN-DECISAO = "s"
011870         MOVE BREV-PCT-PROPOSTO TO WS-PCT-APROVADO
011880     ELSE
011890         IF WS-IN-DECISAO NOT NUMERIC
011900             OR WS-IN-DECISAO > "100"
011910             DISPLAY "RESPOSTA INVALIDA - REVISAO FICA PENDENTE"
011920             ADD 1 TO WS-PULADAS
011930             GO TO 3100-EXIT
011940         END-IF
011950         MOVE WS-IN-DECISAO TO WS-PCT-APROVADO
011960     END-IF
011970     PERFORM 3300-APLICA-DECISAO
011980     PERFORM 3500-WRITE-CARTA.
011990 3100-EXIT.
012000     EXIT.
012010
012020******************************************************************
012030*  3200-FIND-ALUNO
012040*  LOCALIZA WS-AIM-ID NO CADASTRO; WS-POS FICA ZERO SE NAO HA.
012050******************************************************************
012060 3200-FIND-ALUNO.
012070     MOVE ZERO TO WS-POS
012080     PERFORM 3250-MATCH-ALUNO THRU 3250-EXIT
012090         VARYING WS-SCAN2 FROM 1 BY 1
012100         UNTIL WS-SCAN2 > WS-AL-COUNT OR WS-POS > ZERO.
012110 3200-EXIT.
012120     EXIT.
012130
012140 3250-MATCH-ALUNO.
012150     SET WS-AL-IDX TO WS-SCAN2
012160     IF WS-AL-IMAGE(WS-AL-IDX)(1:8) = WS-AIM-ID
012170         MOVE WS-SCAN2 TO WS-POS
012180     END-IF.
012190 3250-EXIT.
012200     EXIT.
012210
012220******************************************************************
012230*  3300-APLICA-DECISAO
012240*  GRAVA A DECISAO NO CADASTRO E NA REVISAO, COM AS IMAGENS-ANTES.
012250*  UM NOVO PERCENTUAL ANTERIOR AINDA PENDENTE QUE JA VALE ANTES DA
012260*  NOVA VIGENCIA PASSA A SER A BOLSA CORRENTE; O QUE SO VALERIA
012270*  DEPOIS DELA E SUBSTITUIDO PELA DECISAO DE AGORA.
012280******************************************************************
012290 3300-APLICA-DECISAO.
012300     MOVE WS-ALUNO-IMAGE TO WS-OLD-IMAGE
012310     IF WS-AIM-BOLSA NOT NUMERIC
012320         MOVE ZERO TO WS-AIM-BOLSA
012330     END-IF
012340     IF WS-AIM-BOLSA-VIG NOT = SPACES
012350         AND WS-AIM-BOLSA-NOVA NUMERIC
012360         AND WS-AIM-BOLSA-VIG < WS-IN-VIG
012370         MOVE WS-AIM-BOLSA-NOVA TO WS-AIM-BOLSA
012380     END-IF
012390     MOVE WS-PCT-APROVADO TO WS-AIM-BOLSA-NOVA
012400     MOVE WS-IN-VIG       TO WS-AIM-BOLSA-VIG
012410     MOVE WS-ALUNO-IMAGE  TO WS-AL-IMAGE(WS-AL-IDX)
012420     MOVE SPACES          TO BEFORE-IMAGE-RECORD
012430     MOVE "ALUNMAST"      TO BIMG-FILE-NAME
012440     MOVE "A"             TO BIMG-ACAO
012450     MOVE WS-OLD-IMAGE    TO BIMG-OLD-IMAGE
012460     MOVE WS-ALUNO-IMAGE  TO BIMG-NEW-IMAGE
012470     PERFORM 7300-WRITE-BIMG
012480     MOVE SCHOLARSHIP-REVIEW-RECORD TO WS-OLD-IMAGE
012490     MOVE "A"             TO BREV-DECISAO
012500     MOVE WS-PCT-APROVADO TO BREV-PCT-APROVADO
012510     MOVE WS-IN-VIG       TO BREV-VIG-MES
012520     MOVE WS-HOJE         TO BREV-DATA-DECISAO
012530     MOVE SCHOLARSHIP-REVIEW-RECORD TO WS-RV-IMAGE(WS-RV-IDX)
012540     MOVE SPACES          TO BEFORE-IMAGE-RECORD
012550     MOVE "BOLSREV"       TO BIMG-FILE-NAME
012560     MOVE "A"             TO BIMG-ACAO
012570     MOVE WS-OLD-IMAGE    TO BIMG-OLD-IMAGE
012580     MOVE SCHOLARSHIP-REVIEW-RECORD TO BIMG-NEW-IMAGE
012590     PERFORM 7300-WRITE-BIMG
012600     ADD 1 TO WS-APROVADAS
012610     EVALUATE TRUE
012620         WHEN WS-PCT-APROVADO = BREV-BOLSA-ATUAL
012630             MOVE "RENOVADA"  TO WS-DECISAO-DESC
012640         WHEN WS-PCT-APROVADO = ZERO
012650             MOVE "CANCELADA" TO WS-DECISAO-DESC
012660         WHEN WS-PCT-APROVADO < BREV-BOLSA-ATUAL
012670             MOVE "REDUZIDA"  TO WS-DECISAO-DESC
012680         WHEN OTHER
012690             MOVE "ALTERADA"  TO WS-DECISAO-DESC
012700     END-EVALUATE
012710     PERFORM 7100-WRITE-AUDIT-DECISAO
012720     DISPLAY "BOLSA " FUNCTION TRIM(WS-DECISAO-DESC) ": "
012730             WS-PCT-APROVADO "% A PARTIR DE " WS-IN-VIG.
012740
012750******************************************************************
012760*  3500-WRITE-CARTA
012770*  CARTA A FAMILIA COM O DESEMPENHO DO ANO E A DECISAO DA
012780*  COMISSAO, E A LINHA DO ALUNO NA LISTA DE CONTROLE.
012790******************************************************************
012800 3500-WRITE-CARTA.
012810     MOVE SPACES TO LETTER-LINE
012820     MOVE "D" TO WS-RPT-ACTION
012830     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
012840     MOVE "AO RESPONSAVEL PELO(A) ALUNO(A):" TO LETTER-LINE
012850     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
012860     MOVE SPACES TO LETTER-LINE
012870     STRING "  " WS-AIM-NOME
012880            "  TURMA " WS-AIM-TURMA
012890            "  (" WS-AIM-ID ")"
012900         DELIMITED BY SIZE INTO LETTER-LINE
012910     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
012920     MOVE SPACES TO LETTER-LINE
012930     STRING "REVISAO ANUAL DA BOLSA DE ESTUDOS - ANO LETIVO "
012940            WS-IN-ANO
012950         DELIMITED BY SIZE INTO LETTER-LINE
012960     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
012970     MOVE SPACES TO LETTER-LINE
012980     IF BREV-SEM-NOTAS
012990         STRING "DESEMPENHO NO ANO: SEM NOTAS LANCADAS"
013000                "  FREQUENCIA " BREV-FREQ "%"
013010             DELIMITED BY SIZE INTO LETTER-LINE
013020     ELSE
013030         STRING "DESEMPENHO NO ANO: MEDIA FINAL " WS-MEDIA-ED
013040                "  FREQUENCIA " BREV-FREQ "%"
013050             DELIMITED BY SIZE INTO LETTER-LINE
013060     END-IF
013070     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
013080     MOVE SPACES TO LETTER-LINE
013090     STRING "MENSALIDADES DO ANO EM ATRASO: " BREV-ATRASOS
013100         DELIMITED BY SIZE INTO LETTER-LINE
013110     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
013120     MOVE SPACES TO LETTER-LINE
013130     STRING "DECISAO DA COMISSAO DE BOLSAS: BOLSA "
013140            WS-DECISAO-DESC
013150         DELIMITED BY SIZE INTO LETTER-LINE
013160     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
013170     MOVE SPACES TO LETTER-LINE
013180     STRING "PERCENTUAL ANTERIOR " BREV-BOLSA-ATUAL
013190            "%  NOVO PERCENTUAL " WS-PCT-APROVADO "%"
013220         DELIMITED BY SIZE INTO LETTER-LINE
013230     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
013231     MOVE SPACES TO LETTER-LINE
013232     STRING "O NOVO PERCENTUAL VALE A PARTIR DA MENSALIDADE DE "
013233            WS-IN-VIG(5:2) "/" WS-IN-VIG(1:4)
013234         DELIMITED BY SIZE INTO LETTER-LINE
013235     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
013240     MOVE "ASSINATURA DO RESPONSAVEL: ____________________"
013250         TO LETTER-LINE
013260     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
013270     IF WS-CT-COUNT < 500
013280         ADD 1 TO WS-CT-COUNT
013290         MOVE SPACES TO WS-CT-LINE(WS-CT-COUNT)
013300         STRING "  " WS-AIM-ID " " WS-AIM-NOME
013310                " " WS-DECISAO-DESC
013320                " ENTREGUE EM ____/____"
013330             DELIMITED BY SIZE INTO WS-CT-LINE(WS-CT-COUNT)
013340     END-IF.
013350
013360 3800-ONE-CONTROLE.
013370     MOVE WS-CT-LINE(WS-SCAN) TO LETTER-LINE
013380     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
013390 3800-EXIT.
013400     EXIT.
013410
013420******************************************************************
013430*  4000-FINALIZE
013440*  MODO R: TOTAIS NO RELATORIO E REGRAVACAO DO BOLSREV. MODO A:
013450*  FECHA AS CARTAS E, HAVENDO DECISAO, REGRAVA O ALUNMAST E O
013460*  BOLSREV E FECHA O DIARIO. REGISTRA NA AUDITORIA.
013470******************************************************************
013480 4000-FINALIZE.
013490     IF WS-MODO-RECOMENDA
013500         MOVE SPACES TO REPORT-LINE
013510         WRITE REPORT-LINE
013520         MOVE SPACES TO REPORT-LINE
013530         STRING "BOLSISTAS DO ANO " WS-LIDOS
013540                "  RENOVAR " WS-RENOVAR
013550                "  REDUZIR " WS-REDUZIR
013560                "  CANCELAR " WS-CANCELAR
013570             DELIMITED BY SIZE INTO REPORT-LINE
013580         WRITE REPORT-LINE
013590         MOVE SPACES TO REPORT-LINE
013600         STRING "SEM NOTAS (ANALISE MANUAL) " WS-SEM-NOTAS
013610                "  JA DECIDIDAS PELA COMISSAO " WS-JA-DECIDIDAS
013620             DELIMITED BY SIZE INTO REPORT-LINE
013630         WRITE REPORT-LINE
013640         PERFORM 4100-REWRITE-REVISOES
013650         CLOSE REVIEW-REPORT-FILE
013660         IF WS-LIDOS = ZERO
013670             MOVE 4 TO WS-COND-CODE
013680         END-IF
013690         DISPLAY "RECOMENDACOES EM BOLREVRP - RENOVAR: "
013700                 WS-RENOVAR " REDUZIR: " WS-REDUZIR
013710                 " CANCELAR: " WS-CANCELAR
013720                 " SEM NOTAS: " WS-SEM-NOTAS
013730     ELSE
013740         MOVE "F" TO WS-RPT-ACTION
013750         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
013760         CLOSE LETTER-REPORT-FILE
013770         IF WS-APROVADAS > ZERO
013780             OPEN OUTPUT STUDENT-MASTER-FILE
013790             PERFORM 4200-WRITE-ALUNO THRU 4200-EXIT
013800                 VARYING WS-SCAN FROM 1 BY 1
013810                 UNTIL WS-SCAN > WS-AL-COUNT
013820             CLOSE STUDENT-MASTER-FILE
013830             PERFORM 4100-REWRITE-REVISOES
013840             DISPLAY "DESFAZER PELO DESFAZ COM O CARIMBO "
013850                     RUN-STAMP-DATE "/" RUN-STAMP-ID
013860         ELSE
013870             MOVE 4 TO WS-COND-CODE
013880         END-IF
013890         CLOSE BEFORE-IMAGE-FILE
013900         DISPLAY "PENDENTES: " WS-PENDENTES
013910                 " APROVADAS: " WS-APROVADAS
013920                 " DEIXADAS PENDENTES: " WS-PULADAS
013930                 " (CARTAS EM BOLSCART)"
013940     END-IF
013950     PERFORM 7000-WRITE-AUDIT
013960     CLOSE AUDIT-LOG-FILE.
013970
013980 4100-REWRITE-REVISOES.
013990     OPEN OUTPUT SCHOLARSHIP-REVIEW-FILE
014000     PERFORM 4150-WRITE-REVISAO THRU 4150-EXIT
014010         VARYING WS-SCAN FROM 1 BY 1
014020         UNTIL WS-SCAN > WS-RV-COUNT
014030     CLOSE SCHOLARSHIP-REVIEW-FILE.
014040
014050 4150-WRITE-REVISAO.
014060     SET WS-RV-IDX TO WS-SCAN
014070     MOVE WS-RV-IMAGE(WS-RV-IDX) TO SCHOLARSHIP-REVIEW-RECORD
014080     WRITE SCHOLARSHIP-REVIEW-RECORD.
014090 4150-EXIT.
014100     EXIT.
014110
014120 4200-WRITE-ALUNO.
014130     SET WS-AL-IDX TO WS-SCAN
014140     MOVE WS-AL-IMAGE(WS-AL-IDX) TO STUDENT-MASTER-RECORD
014150     WRITE STUDENT-MASTER-RECORD.
014160 4200-EXIT.
014170     EXIT.
014180
014190******************************************************************
014200*  7000-WRITE-AUDIT
014210*  GRAVA O RESUMO DA EXECUCAO NA TRILHA DE AUDITORIA.
014220******************************************************************
014230 7000-WRITE-AUDIT.
014240     MOVE "BOLSAREV"         TO AUDIT-PROGRAM-ID
014250     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
014260     ACCEPT AUDIT-TIME FROM TIME
014270     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
014280     MOVE WS-IN-ANO           TO AUDIT-KEY
014290     MOVE SPACES              TO AUDIT-DETAIL
014300     IF WS-MODO-RECOMENDA
014310         STRING "RECOMENDACAO BOLS=" WS-LIDOS
014320                " REN=" WS-RENOVAR " RED=" WS-REDUZIR
014330                " CANC=" WS-CANCELAR " SN=" WS-SEM-NOTAS
014340             DELIMITED BY SIZE INTO AUDIT-DETAIL
014350     ELSE
014360         STRING "APROVACAO PEND=" WS-PENDENTES
014370                " APROV=" WS-APROVADAS
014380                " VIG=" WS-IN-VIG
014390             DELIMITED BY SIZE INTO AUDIT-DETAIL
014400     END-IF
014410     CALL "AUDITWR" USING AUDIT-RECORD.
014420
014430******************************************************************
014440*  7100-WRITE-AUDIT-DECISAO
014450*  GRAVA NA TRILHA A DECISAO DA COMISSAO SOBRE UM ALUNO.
014460******************************************************************
014470 7100-WRITE-AUDIT-DECISAO.
014480     MOVE "BOLSAREV"         TO AUDIT-PROGRAM-ID
014490     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
014500     ACCEPT AUDIT-TIME FROM TIME
014510     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
014520     MOVE WS-AIM-ID           TO AUDIT-KEY
014530     MOVE SPACES              TO AUDIT-DETAIL
014540     STRING "BOLSA " DELIMITED BY SIZE
014545            WS-DECISAO-DESC DELIMITED BY SPACE
014550            " DE " BREV-BOLSA-ATUAL "% PARA " WS-PCT-APROVADO
014560            "% VIG " WS-IN-VIG " PROPOSTO " BREV-PCT-PROPOSTO
014570            "%" DELIMITED BY SIZE
014580         INTO AUDIT-DETAIL
014590     CALL "AUDITWR" USING AUDIT-RECORD.
014600
014610******************************************************************
014620*  7300-WRITE-BIMG
014630*  GRAVA A ENTRADA NO DIARIO DE IMAGEM-ANTES - O ARQUIVO, A ACAO
014640*  E AS IMAGENS JA VEM PREENCHIDOS PELO CHAMADOR.
014650******************************************************************
014660 7300-WRITE-BIMG.
014670     MOVE WS-OPERATOR-ID   TO BIMG-OPERATOR
014680     MOVE RUN-STAMP-DATE   TO BIMG-RUN-DATE
014690     MOVE RUN-STAMP-ID     TO BIMG-RUN-ID
014700     WRITE BEFORE-IMAGE-RECORD.
014710
014720******************************************************************
014730*  7750-CALL-WRITER
014740*  MANDA A LINHA CORRENTE AO ESCRITOR COMPARTILHADO E GRAVA AS
014750*  LINHAS QUE ELE DEVOLVE, COMO NOS OUTROS RELATORIOS.
014760******************************************************************
014770 7750-CALL-WRITER.
014780     CALL "RELATORIO" USING WS-RPT-ACTION WS-RPT-TITLE
014790                            WS-RPT-COLHEAD WS-RUN-STAMP-DISP
014800                            LETTER-LINE WS-RPT-OUT-LINES
014810                            WS-RPT-OUT-COUNT
014820     PERFORM 7760-WRITE-OUT-LINE THRU 7760-EXIT
014830         VARYING WS-RPT-SUB FROM 1 BY 1
014840         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
014850 7750-EXIT.
014860     EXIT.
014870
014880 7760-WRITE-OUT-LINE.
014890     MOVE WS-RPT-OUT-LINE(WS-RPT-SUB) TO LETTER-LINE
014900     WRITE LETTER-LINE.
014910 7760-EXIT.
014920     EXIT.
