000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ROLAGEM.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCOLA - VIRADA DO ANO LETIVO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  ROLAGEM.CBL
000090*  VIRADA DO ANO LETIVO (PROMOCAO E REMATRICULA). DEPOIS QUE O
000100*  BOLETIM E O CERTIFIC DECIDEM QUEM PASSOU, A SECRETARIA MUDAVA
000110*  A TURMA DE CADA ALUNO NO ALUNMANT E REDIGITAVA UMA A UMA AS
000120*  MATRICULAS DO ANO SEGUINTE. ESTE PROGRAMA FAZ A VIRADA PELA
000130*  TABELA DE PROGRESSAO (PROGTURMA, COPYBOOK PROGREC - QUAL TURMA
000140*  SUCEDE QUAL E AS DISCIPLINAS DE CADA TURMA). PARA CADA ALUNO
000150*  ATIVO DO ANO INFORMADO:
000160*    - JULGA PELA REGRA DO CERTIFIC: TODA MATRICULA DO ANO
000170*      (MAT-ANO DO ANO OU EM BRANCO) TEM DE TER TERMINADO
000180*      APROVADA NA EMISSAO MAIS RECENTE DO HISTNOTA;
000190*    - APROVADO VAI PARA A PROXIMA TURMA; APROVADO NA TURMA SEM
000200*      PROXIMA (ULTIMO ANO) SE FORMA (SITUACAO F); COM PENDENCIA
000210*      FICA RETIDO NA MESMA TURMA, COM AS PENDENCIAS LISTADAS;
000220*    - PROMOVIDO E RETIDO PASSAM AO ANO SEGUINTE E GANHAM AS
000230*      MATRICULAS DAS DISCIPLINAS DA TURMA DE DESTINO NO PERIODO
000240*      DE ABERTURA INFORMADO (SEM REPETIR AS JA DIGITADAS).
000250*  TURMA FORA DA TABELA OU ALUNO SEM MATRICULA NO ANO FICAM COMO
000260*  ESTAO, LISTADOS PARA A SECRETARIA. O MODO P (PREVIA) SO IMPRIME
000270*  O ROLARPT; O MODO E (EFETIVAR) GRAVA O ALUNMAST E O MATRICUL
000280*  COM AS IMAGENS-ANTES NO BIMGJRNL - O DESFAZ DESFAZ A VIRADA
000290*  INTEIRA PELO CARIMBO DA EXECUCAO. SO O ALUNO AINDA NO ANO
000300*  INFORMADO E PROCESSADO, E A REPETICAO NAO PROMOVE DE NOVO.
000310*  MEXE NO CADASTRO DA ESCOLA INTEIRA - EXIGE NIVEL 9 NO OPAUTH.
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000353*  2026-10-15 AFG   IMAGEM DO ALUNO AMPLIADA PARA 69 POSICOES
000356*                   (NOVO PERCENTUAL E VIGENCIA DA BOLSA).
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CLASS-PROGRESSION-FILE ASSIGN TO "PROGTURMA"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS WS-PRG-FILE-STATUS.
000430     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS WS-ALM-FILE-STATUS.
000460     SELECT ENROLLMENT-FILE ASSIGN TO "MATRICUL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS WS-MAT-FILE-STATUS.
000490     SELECT GRADE-HISTORY-FILE ASSIGN TO "HISTNOTA"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS  IS WS-HIST-FILE-STATUS.
000520     SELECT ROLLOVER-REPORT-FILE ASSIGN TO "ROLARPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT BEFORE-IMAGE-FILE ASSIGN TO "BIMGJRNL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS  IS WS-BIMG-FILE-STATUS.
000570     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CLASS-PROGRESSION-FILE
000630     RECORDING MODE IS F.
000640     COPY PROGREC.
000650 FD  STUDENT-MASTER-FILE
000660     RECORDING MODE IS F.
000670     COPY ALUNOREC.
000680 FD  ENROLLMENT-FILE
000690     RECORDING MODE IS F.
000700     COPY MATRICREC.
000710 FD  GRADE-HISTORY-FILE
000720     RECORDING MODE IS F.
000730     COPY HISTREC.
000740 FD  ROLLOVER-REPORT-FILE
000750     RECORDING MODE IS F.
000760 01  REPORT-LINE                 PIC X(80).
000770 FD  BEFORE-IMAGE-FILE
000780     RECORDING MODE IS F.
000790     COPY BIMGREC.
000800 FD  AUDIT-LOG-FILE
000810     RECORDING MODE IS F.
000820     COPY AUDITREC.
000830 WORKING-STORAGE SECTION.
000840 01  WS-SWITCHES.
000850     05  WS-PRG-FILE-STATUS      PIC X(02)   VALUE "00".
000860     05  WS-ALM-FILE-STATUS      PIC X(02)   VALUE "00".
000870     05  WS-MAT-FILE-STATUS      PIC X(02)   VALUE "00".
000880     05  WS-HIST-FILE-STATUS     PIC X(02)   VALUE "00".
000890     05  WS-BIMG-FILE-STATUS     PIC X(02)   VALUE "00".
000900     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000910     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000920         88  WS-EOF                          VALUE "Y".
000930     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000940         88  WS-SIGNON-VALID                 VALUE "Y".
000950     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000960         88  WS-FOUND                        VALUE "Y".
000970     05  WS-RECUSA-SW            PIC X(01)   VALUE "N".
000980         88  WS-RECUSADA                     VALUE "Y".
000990     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
001000         88  WS-OVERFLOW                     VALUE "Y".
001010     05  WS-LISTA-SW             PIC X(01)   VALUE "N".
001020         88  WS-LISTA-PENDENCIAS             VALUE "Y".
001030 01  WS-MSG-CODE-WK              PIC X(08).
001040 01  WS-MSG-TEXT-WK              PIC X(60).
001050 01  WS-OPERATOR-ID              PIC X(08).
001060 01  WS-OPERATOR-PIN             PIC X(04).
001070 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
001080 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001090     88  WS-AUTHORIZED                       VALUE "Y".
001100 01  WS-COND-CODE                PIC 9(02)   VALUE ZERO.
001110 01  WS-RUN-STAMP-DISP           PIC X(30).
001120     COPY RUNSTAMP.
001130 01  WS-MODO                     PIC X(01).
001140     88  WS-MODO-PREVIA                      VALUE "P" "p".
001150     88  WS-MODO-EFETIVA                     VALUE "E" "e".
001160 01  WS-MODO-DESC                PIC X(09).
001170 01  WS-IN-ANO                   PIC X(04).
001180 01  WS-ANO-NUM                  PIC 9(04).
001190 01  WS-PROX-ANO                 PIC X(04).
001200 01  WS-IN-PERIODO               PIC X(02).
001210 01  WS-NEW-STAMP                PIC X(16).
001220 01  WS-SCAN                     PIC 9(04).
001230 01  WS-SCAN2                    PIC 9(04).
001240 01  WS-D                        PIC 9(02).
001250 01  WS-POS                      PIC 9(03).
001260 01  WS-ORIG-POS                 PIC 9(03).
001270 01  WS-DEST-POS                 PIC 9(03).
001280 01  WS-ORIG-TURMA               PIC X(06).
001290 01  WS-DEST-TURMA               PIC X(06).
001300 01  WS-PROC-TURMA               PIC X(06).
001310 01  WS-CUR-DISC                 PIC X(08).
001320 01  WS-SITUACAO                 PIC X(10).
001330 01  WS-MATS                     PIC 9(03).
001340 01  WS-PENDENCIAS               PIC 9(03).
001350 01  WS-LIDOS                    PIC 9(03)   VALUE ZERO.
001360 01  WS-PROMOVIDOS               PIC 9(03)   VALUE ZERO.
001370 01  WS-RETIDOS                  PIC 9(03)   VALUE ZERO.
001380 01  WS-FORMADOS                 PIC 9(03)   VALUE ZERO.
001390 01  WS-SEM-TABELA               PIC 9(03)   VALUE ZERO.
001400 01  WS-SEM-MATRICULA            PIC 9(03)   VALUE ZERO.
001410 01  WS-NOVAS-MAT                PIC 9(04)   VALUE ZERO.
001420 01  WS-OLD-IMAGE                PIC X(69).
001430
001440******************************************************************
001450*  ESPELHO DO REGISTRO DO ALUNMAST EM TRABALHO - A TABELA GUARDA
001460*  A IMAGEM INTEIRA, REGRAVADA COMO VEIO A NAO SER PELOS CAMPOS
001470*  QUE A VIRADA MUDA.
001480******************************************************************
001490 01  WS-ALUNO-IMAGE.
001500     05  WS-AIM-ID               PIC X(08).
001510     05  WS-AIM-NOME             PIC X(30).
001520     05  WS-AIM-TURMA            PIC X(06).
001530     05  WS-AIM-ANO              PIC X(04).
001540     05  WS-AIM-STATUS           PIC X(01).
001550         88  WS-AIM-ATIVO                    VALUE "A" SPACE.
001560     05  FILLER                  PIC X(20).
001570
001580******************************************************************
001590*  TABELA DE PROGRESSAO CARREGADA DO PROGTURMA.
001600******************************************************************
001610 01  WS-PG-TABLE.
001620     05  WS-PG-ENTRY OCCURS 100 TIMES
001630                     INDEXED BY WS-PG-IDX.
001640         10  WS-PG-TURMA         PIC X(06).
001650         10  WS-PG-PROX          PIC X(06).
001660         10  WS-PG-DISC          PIC X(08) OCCURS 8 TIMES.
001670 01  WS-PG-COUNT                 PIC 9(03)   VALUE ZERO.
001680
001690******************************************************************
001700*  CADASTRO DE ALUNOS EM MEMORIA (IMAGEM INTEIRA DO REGISTRO).
001710******************************************************************
001720 01  WS-AL-TABLE.
001730     05  WS-AL-ENTRY OCCURS 500 TIMES
001740                     INDEXED BY WS-AL-IDX.
001750         10  WS-AL-IMAGE         PIC X(69).
001760 01  WS-AL-COUNT                 PIC 9(04)   VALUE ZERO.
001770
001780******************************************************************
001790*  MATRICULAS DE TODOS OS ANOS E PERIODOS.
001800******************************************************************
001810 01  WS-MT-TABLE.
001820     05  WS-MT-ENTRY OCCURS 3000 TIMES
001830                     INDEXED BY WS-MT-IDX.
001840         10  WS-MT-ALUNO         PIC X(08).
001850         10  WS-MT-DISC          PIC X(08).
001860         10  WS-MT-PER           PIC X(02).
001870         10  WS-MT-ANO           PIC X(04).
001880 01  WS-MT-COUNT                 PIC 9(04)   VALUE ZERO.
001890
001900******************************************************************
001910*  HISTORICO COM A EMISSAO MAIS RECENTE POR ALUNO/DISC/PERIODO.
001920******************************************************************
001930 01  WS-H-TABLE.
001940     05  WS-H-ENTRY OCCURS 3000 TIMES
001950                    INDEXED BY WS-H-IDX.
001960         10  WS-H-ALUNO          PIC X(08).
001970         10  WS-H-DISC           PIC X(08).
001980         10  WS-H-PER            PIC X(02).
001990         10  WS-H-SIT            PIC X(09).
002000         10  WS-H-STAMP          PIC X(16).
002010 01  WS-H-COUNT                  PIC 9(04)   VALUE ZERO.
002020
002030 PROCEDURE DIVISION.
002040
002050 0000-MAINLINE.
002060     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002070*    A VIRADA MEXE NO CADASTRO INTEIRO - EXIGE NIVEL 9.
002080     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002090                         WS-AUTHORIZED-SW
002100     IF NOT WS-AUTHORIZED
002110         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002120         MOVE 8 TO RETURN-CODE
002130         STOP RUN
002140     END-IF
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002160     IF WS-RECUSADA
002170         MOVE 8 TO RETURN-CODE
002180         STOP RUN
002190     END-IF
002200     IF WS-OVERFLOW
002210         DISPLAY "ARQUIVO DE ENTRADA MAIOR QUE A TABELA - VIRADA"
002220                 " RECUSADA, NADA GRAVADO"
002230         MOVE 8 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     PERFORM 2000-ROLAGEM
002270     PERFORM 3000-FINALIZE
002280     MOVE WS-COND-CODE TO RETURN-CODE
002290     STOP RUN.
002300
002310******************************************************************
002320*  0010-SIGN-ON
002330*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002340*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002350******************************************************************
002360 0010-SIGN-ON.
002370     MOVE "N" TO WS-SIGNON-VALID-SW
002380     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002390         UNTIL WS-SIGNON-VALID.
002400 0010-EXIT.
002410     EXIT.
002420
002430 0020-PROMPT-SIGNON.
002440     MOVE "SGN-001" TO WS-MSG-CODE-WK
002450     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002460     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002470     ACCEPT WS-OPERATOR-ID
002480     MOVE "SGN-002" TO WS-MSG-CODE-WK
002490     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002500     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002510     ACCEPT WS-OPERATOR-PIN
002520     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002530                           WS-SIGNON-VALID-SW
002540     IF NOT WS-SIGNON-VALID
002550         MOVE "SGN-003" TO WS-MSG-CODE-WK
002560         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002570         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002580     END-IF.
002590 0020-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630*  0100-OPEN-AUDIT-LOG-FILE
002640*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002650*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002660******************************************************************
002670 0100-OPEN-AUDIT-LOG-FILE.
002680     OPEN EXTEND AUDIT-LOG-FILE
002690     IF WS-AUDIT-FILE-STATUS = "35"
002700         OPEN OUTPUT AUDIT-LOG-FILE
002710         CLOSE AUDIT-LOG-FILE
002720         OPEN EXTEND AUDIT-LOG-FILE
002730     END-IF.
002740
002750******************************************************************
002760*  0150-OPEN-BEFORE-IMAGE
002770*  ABRE O DIARIO DE IMAGEM-ANTES EM MODO EXTEND, CRIANDO-O SE
002780*  ESTA E A PRIMEIRA EXECUCAO.
002790******************************************************************
002800 0150-OPEN-BEFORE-IMAGE.
002810     OPEN EXTEND BEFORE-IMAGE-FILE
002820     IF WS-BIMG-FILE-STATUS = "35"
002830         OPEN OUTPUT BEFORE-IMAGE-FILE
002840         CLOSE BEFORE-IMAGE-FILE
002850         OPEN EXTEND BEFORE-IMAGE-FILE
002860     END-IF.
002870
002880******************************************************************
002890*  1000-INITIALIZE
002900*  PERGUNTA O MODO, O ANO QUE SE ENCERRA E O PERIODO DE ABERTURA
002910*  DO ANO SEGUINTE, E CARREGA A PROGRESSAO, O CADASTRO, AS
002920*  MATRICULAS E O HISTORICO. SEM PROGRESSAO, CADASTRO OU
002930*  HISTORICO NAO HA COMO JULGAR NINGUEM - A VIRADA E RECUSADA.
002940******************************************************************
002950 1000-INITIALIZE.
002960     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002970     ACCEPT RUN-STAMP-ID   FROM TIME
002980     MOVE SPACES TO WS-RUN-STAMP-DISP
002990     STRING "EXECUCAO " DELIMITED BY SIZE
003000            RUN-STAMP-DATE DELIMITED BY SIZE
003010            " " DELIMITED BY SIZE
003020            RUN-STAMP-ID DELIMITED BY SIZE
003030         INTO WS-RUN-STAMP-DISP
003040     DISPLAY "MODO (P=PREVIA, E=EFETIVAR):"
003050     ACCEPT WS-MODO
003060     IF NOT WS-MODO-PREVIA AND NOT WS-MODO-EFETIVA
003070         DISPLAY "MODO INVALIDO - VIRADA RECUSADA"
003080         MOVE "Y" TO WS-RECUSA-SW
003090         GO TO 1000-EXIT
003100     END-IF
003110     IF WS-MODO-EFETIVA
003120         MOVE "EFETIVADA" TO WS-MODO-DESC
003130     ELSE
003140         MOVE "PREVIA"    TO WS-MODO-DESC
003150     END-IF
003160     DISPLAY "ANO LETIVO A ENCERRAR (AAAA):"
003170     ACCEPT WS-IN-ANO
003180     IF WS-IN-ANO NOT NUMERIC
003190         DISPLAY "ANO INVALIDO - VIRADA RECUSADA"
003200         MOVE "Y" TO WS-RECUSA-SW
003210         GO TO 1000-EXIT
003220     END-IF
003230     MOVE WS-IN-ANO TO WS-ANO-NUM
003240     ADD 1 TO WS-ANO-NUM
003250     MOVE WS-ANO-NUM TO WS-PROX-ANO
003260     DISPLAY "PERIODO DE ABERTURA DE " WS-PROX-ANO
003270             " (BRANCO=B1):"
003280     ACCEPT WS-IN-PERIODO
003290     IF WS-IN-PERIODO = SPACES
003300         MOVE "B1" TO WS-IN-PERIODO
003310     END-IF
003320     PERFORM 1100-LOAD-PROGRESSAO THRU 1100-EXIT
003330     IF WS-RECUSADA
003340         GO TO 1000-EXIT
003350     END-IF
003360     PERFORM 1200-LOAD-ALUNOS THRU 1200-EXIT
003370     IF WS-RECUSADA
003380         GO TO 1000-EXIT
003390     END-IF
003400     PERFORM 1300-LOAD-MATRICULAS THRU 1300-EXIT
003410     PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT.
003420 1000-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*  1100-LOAD-PROGRESSAO
003470*  CARREGA A TABELA DE PROGRESSAO DE TURMAS.
003480******************************************************************
003490 1100-LOAD-PROGRESSAO.
003500     OPEN INPUT CLASS-PROGRESSION-FILE
003510     IF WS-PRG-FILE-STATUS NOT = "00"
003520         DISPLAY "PROGTURMA INDISPONIVEL - VIRADA RECUSADA"
003530         MOVE "Y" TO WS-RECUSA-SW
003540         GO TO 1100-EXIT
003550     END-IF
003560     MOVE "N" TO WS-EOF-SW
003570     PERFORM 1110-READ-PROGRESSAO THRU 1110-EXIT
003580         UNTIL WS-EOF
003590     CLOSE CLASS-PROGRESSION-FILE.
003600 1100-EXIT.
003610     EXIT.
003620
003630 1110-READ-PROGRESSAO.
003640     READ CLASS-PROGRESSION-FILE
003650         AT END
003660             MOVE "Y" TO WS-EOF-SW
003670             GO TO 1110-EXIT
003680     END-READ
003690     IF PRG-TURMA = SPACES
003700         GO TO 1110-EXIT
003710     END-IF
003720     IF WS-PG-COUNT >= 100
003730         MOVE "Y" TO WS-OVERFLOW-SW
003740         GO TO 1110-EXIT
003750     END-IF
003760     ADD 1 TO WS-PG-COUNT
003770     SET WS-PG-IDX TO WS-PG-COUNT
003780     MOVE PRG-TURMA      TO WS-PG-TURMA(WS-PG-IDX)
003790     MOVE PRG-PROX-TURMA TO WS-PG-PROX(WS-PG-IDX)
003800     PERFORM 1120-COPY-DISC THRU 1120-EXIT
003810         VARYING WS-D FROM 1 BY 1
003820         UNTIL WS-D > 8.
003830 1110-EXIT.
003840     EXIT.
003850
003860 1120-COPY-DISC.
003870     MOVE PRG-DISC(WS-D) TO WS-PG-DISC(WS-PG-IDX WS-D).
003880 1120-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*  1200-LOAD-ALUNOS
003930*  CARREGA O CADASTRO DE ALUNOS, CADA REGISTRO COMO VEIO.
003940******************************************************************
003950 1200-LOAD-ALUNOS.
003960     OPEN INPUT STUDENT-MASTER-FILE
003970     IF WS-ALM-FILE-STATUS NOT = "00"
003980         DISPLAY "ALUNMAST INDISPONIVEL - VIRADA RECUSADA"
003990         MOVE "Y" TO WS-RECUSA-SW
004000         GO TO 1200-EXIT
004010     END-IF
004020     MOVE "N" TO WS-EOF-SW
004030     PERFORM 1210-READ-ALUNO THRU 1210-EXIT
004040         UNTIL WS-EOF
004050     CLOSE STUDENT-MASTER-FILE.
004060 1200-EXIT.
004070     EXIT.
004080
004090 1210-READ-ALUNO.
004100     READ STUDENT-MASTER-FILE
004110         AT END
004120             MOVE "Y" TO WS-EOF-SW
004130             GO TO 1210-EXIT
004140     END-READ
004150     IF WS-AL-COUNT >= 500
004160         MOVE "Y" TO WS-OVERFLOW-SW
004170         GO TO 1210-EXIT
004180     END-IF
004190     ADD 1 TO WS-AL-COUNT
004200     SET WS-AL-IDX TO WS-AL-COUNT
004210     MOVE STUDENT-MASTER-RECORD TO WS-AL-IMAGE(WS-AL-IDX).
004220 1210-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260*  1300-LOAD-MATRICULAS
004270*  CARREGA AS MATRICULAS DE TODOS OS ANOS E PERIODOS. SEM O
004280*  ARQUIVO NINGUEM TEM MATRICULA E NINGUEM E JULGADO.
004290******************************************************************
004300 1300-LOAD-MATRICULAS.
004310     OPEN INPUT ENROLLMENT-FILE
004320     IF WS-MAT-FILE-STATUS NOT = "00"
004330         GO TO 1300-EXIT
004340     END-IF
004350     MOVE "N" TO WS-EOF-SW
004360     PERFORM 1310-READ-MATRICULA THRU 1310-EXIT
004370         UNTIL WS-EOF
004380     CLOSE ENROLLMENT-FILE.
004390 1300-EXIT.
004400     EXIT.
004410
004420 1310-READ-MATRICULA.
004430     READ ENROLLMENT-FILE
004440         AT END
004450             MOVE "Y" TO WS-EOF-SW
004460             GO TO 1310-EXIT
004470     END-READ
004480     IF WS-MT-COUNT >= 3000
004490         MOVE "Y" TO WS-OVERFLOW-SW
004500         GO TO 1310-EXIT
004510     END-IF
004520     ADD 1 TO WS-MT-COUNT
004530     SET WS-MT-IDX TO WS-MT-COUNT
004540     MOVE MAT-ALUNO-ID   TO WS-MT-ALUNO(WS-MT-IDX)
004550     MOVE MAT-DISCIPLINA TO WS-MT-DISC(WS-MT-IDX)
004560     MOVE MAT-PERIODO    TO WS-MT-PER(WS-MT-IDX)
004570     MOVE MAT-ANO        TO WS-MT-ANO(WS-MT-IDX).
004580 1310-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*  1400-LOAD-HISTORY
004630*  CARREGA O HISTORICO, FICANDO A EMISSAO DE CARIMBO MAIS
004640*  RECENTE DE CADA ALUNO/DISCIPLINA/PERIODO (COMO NO CERTIFIC) -
004650*  O RESULTADO DO RECUPERA SUPERA O ORIGINAL.
004660******************************************************************
004670 1400-LOAD-HISTORY.
004680     OPEN INPUT GRADE-HISTORY-FILE
004690     IF WS-HIST-FILE-STATUS NOT = "00"
004700         DISPLAY "HISTNOTA INDISPONIVEL - VIRADA RECUSADA"
004710         MOVE "Y" TO WS-RECUSA-SW
004720         GO TO 1400-EXIT
004730     END-IF
004740     MOVE "N" TO WS-EOF-SW
004750     PERFORM 1410-READ-HISTORY THRU 1410-EXIT
004760         UNTIL WS-EOF
004770     CLOSE GRADE-HISTORY-FILE.
004780 1400-EXIT.
004790     EXIT.
004800
004810 1410-READ-HISTORY.
004820     READ GRADE-HISTORY-FILE
004830         AT END
004840             MOVE "Y" TO WS-EOF-SW
004850             GO TO 1410-EXIT
004860     END-READ
004870     MOVE SPACES TO WS-NEW-STAMP
004880     STRING HIST-RUN-DATE HIST-RUN-ID DELIMITED BY SIZE
004890         INTO WS-NEW-STAMP
004900     MOVE "N" TO WS-FOUND-SW
004910     PERFORM 1420-MATCH-HIST THRU 1420-EXIT
004920         VARYING WS-H-IDX FROM 1 BY 1
004930         UNTIL WS-H-IDX > WS-H-COUNT OR WS-FOUND
004940     IF WS-FOUND
004950         GO TO 1410-EXIT
004960     END-IF
004970     IF WS-H-COUNT >= 3000
004980         MOVE "Y" TO WS-OVERFLOW-SW
004990         GO TO 1410-EXIT
005000     END-IF
005010     ADD 1 TO WS-H-COUNT
005020     SET WS-H-IDX TO WS-H-COUNT
005030     MOVE HIST-ALUNO-ID   TO WS-H-ALUNO(WS-H-IDX)
005040     MOVE HIST-DISCIPLINA TO WS-H-DISC(WS-H-IDX)
005050     MOVE HIST-PERIODO    TO WS-H-PER(WS-H-IDX)
005060     MOVE HIST-SIT        TO WS-H-SIT(WS-H-IDX)
005070     MOVE WS-NEW-STAMP    TO WS-H-STAMP(WS-H-IDX).
005080 1410-EXIT.
005090     EXIT.
005100
005110 1420-MATCH-HIST.
005120     IF WS-H-ALUNO(WS-H-IDX) = HIST-ALUNO-ID
005130         AND WS-H-DISC(WS-H-IDX) = HIST-DISCIPLINA
005140         AND WS-H-PER(WS-H-IDX) = HIST-PERIODO
005150         MOVE "Y" TO WS-FOUND-SW
005160         IF WS-NEW-STAMP >= WS-H-STAMP(WS-H-IDX)
005170             MOVE HIST-SIT     TO WS-H-SIT(WS-H-IDX)
005180             MOVE WS-NEW-STAMP TO WS-H-STAMP(WS-H-IDX)
005190         END-IF
005200     END-IF.
005210 1420-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*  2000-ROLAGEM
005260*  ABRE O RELATORIO (E, NO MODO EFETIVAR, O DIARIO E O MATRICUL)
005270*  E PASSA ALUNO A ALUNO PELO CADASTRO.
005280******************************************************************
005290 2000-ROLAGEM.
005300     OPEN OUTPUT ROLLOVER-REPORT-FILE
005310     PERFORM 0100-OPEN-AUDIT-LOG-FILE
005320     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
005330     WRITE REPORT-LINE
005340     MOVE SPACES TO REPORT-LINE
005350     STRING "VIRADA DO ANO LETIVO " DELIMITED BY SIZE
005360            WS-IN-ANO " -> " WS-PROX-ANO " - " DELIMITED BY SIZE
005370            WS-MODO-DESC DELIMITED BY SPACE
005380            " - MATRICULAS NO PERIODO " DELIMITED BY SIZE
005390            WS-IN-PERIODO DELIMITED BY SIZE
005400         INTO REPORT-LINE
005410     WRITE REPORT-LINE
005420     IF WS-MODO-PREVIA
005430         MOVE "PREVIA - NADA FOI GRAVADO NO CADASTRO"
005440             TO REPORT-LINE
005450         WRITE REPORT-LINE
005460     END-IF
005470     MOVE SPACES TO REPORT-LINE
005480     WRITE REPORT-LINE
005490     MOVE SPACES TO REPORT-LINE
005500     STRING "ALUNO    NOME                           "
005510            "TURMA  DESTINO SITUACAO"
005520         DELIMITED BY SIZE INTO REPORT-LINE
005530     WRITE REPORT-LINE
005540     IF WS-MODO-EFETIVA
005550         PERFORM 0150-OPEN-BEFORE-IMAGE
005560         OPEN EXTEND ENROLLMENT-FILE
005570         IF WS-MAT-FILE-STATUS = "35"
005580             OPEN OUTPUT ENROLLMENT-FILE
005590             CLOSE ENROLLMENT-FILE
005600             OPEN EXTEND ENROLLMENT-FILE
005610         END-IF
005620     END-IF
005630     PERFORM 2100-ONE-ALUNO THRU 2100-EXIT
005640         VARYING WS-SCAN FROM 1 BY 1
005650         UNTIL WS-SCAN > WS-AL-COUNT.
005660
005670******************************************************************
005680*  2100-ONE-ALUNO
005690*  JULGA UM ALUNO ATIVO DO ANO QUE SE ENCERRA E DECIDE: PROMOVIDO
005700*  (PROXIMA TURMA), FORMADO (TURMA SEM PROXIMA) OU RETIDO (MESMA
005710*  TURMA). PROMOVIDO E RETIDO PASSAM AO ANO SEGUINTE COM AS
005720*  MATRICULAS DA TURMA DE DESTINO.
005730******************************************************************
005740 2100-ONE-ALUNO.
005750     SET WS-AL-IDX TO WS-SCAN
005760     MOVE WS-AL-IMAGE(WS-AL-IDX) TO WS-ALUNO-IMAGE
005770     IF NOT WS-AIM-ATIVO
005780         OR WS-AIM-ANO NOT = WS-IN-ANO
005790         GO TO 2100-EXIT
005800     END-IF
005810     ADD 1 TO WS-LIDOS
005820     MOVE WS-ALUNO-IMAGE TO WS-OLD-IMAGE
005830     MOVE WS-AIM-TURMA   TO WS-ORIG-TURMA
005840     MOVE SPACES         TO WS-DEST-TURMA
005850     MOVE WS-ORIG-TURMA  TO WS-PROC-TURMA
005860     PERFORM 2200-FIND-TURMA THRU 2200-EXIT
005870     MOVE WS-POS TO WS-ORIG-POS
005880     IF WS-ORIG-POS = ZERO
005890         ADD 1 TO WS-SEM-TABELA
005900         MOVE "SEM TABELA" TO WS-SITUACAO
005910         PERFORM 2900-WRITE-DETAIL
005920         MOVE "  TURMA FORA DO PROGTURMA - ALUNO NAO MOVIDO"
005930             TO REPORT-LINE
005940         WRITE REPORT-LINE
005950         GO TO 2100-EXIT
005960     END-IF
005970     MOVE ZERO TO WS-MATS
005980     MOVE ZERO TO WS-PENDENCIAS
005990     MOVE "N" TO WS-LISTA-SW
006000     PERFORM 2300-CHECK-ONE-MATRICULA THRU 2300-EXIT
006010         VARYING WS-SCAN2 FROM 1 BY 1
006020         UNTIL WS-SCAN2 > WS-MT-COUNT
006030     IF WS-MATS = ZERO
006040         ADD 1 TO WS-SEM-MATRICULA
006050         MOVE "SEM MATRIC" TO WS-SITUACAO
006060         PERFORM 2900-WRITE-DETAIL
006070         MOVE "  NENHUMA MATRICULA NO ANO - ALUNO NAO MOVIDO"
006080             TO REPORT-LINE
006090         WRITE REPORT-LINE
006100         GO TO 2100-EXIT
006110     END-IF
006120     SET WS-PG-IDX TO WS-ORIG-POS
006130     EVALUATE TRUE
006140         WHEN WS-PENDENCIAS > ZERO
006150             ADD 1 TO WS-RETIDOS
006160             MOVE "RETIDO"      TO WS-SITUACAO
006170             MOVE WS-ORIG-TURMA TO WS-DEST-TURMA
006180             MOVE WS-ORIG-POS   TO WS-DEST-POS
006190         WHEN WS-PG-PROX(WS-PG-IDX) = SPACES
006200             ADD 1 TO WS-FORMADOS
006210             MOVE "FORMADO"     TO WS-SITUACAO
006220             MOVE "F"           TO WS-AIM-STATUS
006230             MOVE ZERO          TO WS-DEST-POS
006240         WHEN OTHER
006250             ADD 1 TO WS-PROMOVIDOS
006260             MOVE "PROMOVIDO"   TO WS-SITUACAO
006270             MOVE WS-PG-PROX(WS-PG-IDX) TO WS-DEST-TURMA
006280             MOVE WS-DEST-TURMA TO WS-PROC-TURMA
006290             PERFORM 2200-FIND-TURMA THRU 2200-EXIT
006300             MOVE WS-POS TO WS-DEST-POS
006310     END-EVALUATE
006320     IF WS-DEST-TURMA NOT = SPACES
006330         MOVE WS-DEST-TURMA TO WS-AIM-TURMA
006340         MOVE WS-PROX-ANO   TO WS-AIM-ANO
006350     END-IF
006360     PERFORM 2900-WRITE-DETAIL
006370     IF WS-PENDENCIAS > ZERO
006380         MOVE "Y" TO WS-LISTA-SW
006390         PERFORM 2300-CHECK-ONE-MATRICULA THRU 2300-EXIT
006400             VARYING WS-SCAN2 FROM 1 BY 1
006410             UNTIL WS-SCAN2 > WS-MT-COUNT
006420     END-IF
006430     IF WS-MODO-EFETIVA
006440         MOVE WS-ALUNO-IMAGE TO WS-AL-IMAGE(WS-AL-IDX)
006450         MOVE SPACES         TO BEFORE-IMAGE-RECORD
006460         MOVE "ALUNMAST"     TO BIMG-FILE-NAME
006470         MOVE "A"            TO BIMG-ACAO
006480         MOVE WS-OLD-IMAGE   TO BIMG-OLD-IMAGE
006490         MOVE WS-ALUNO-IMAGE TO BIMG-NEW-IMAGE
006500         PERFORM 7300-WRITE-BIMG
006510         PERFORM 7100-WRITE-AUDIT-ALUNO
006520     END-IF
006530     IF WS-DEST-TURMA = SPACES
006540         GO TO 2100-EXIT
006550     END-IF
006560     IF WS-DEST-POS = ZERO
006570         MOVE SPACES TO REPORT-LINE
006580         STRING "  TURMA " WS-DEST-TURMA
006590                " FORA DO PROGTURMA - MATRICULAR PELO ALUNMANT"
006600             DELIMITED BY SIZE INTO REPORT-LINE
006610         WRITE REPORT-LINE
006620         GO TO 2100-EXIT
006630     END-IF
006640     PERFORM 2500-MATRICULA-DISC THRU 2500-EXIT
006650         VARYING WS-D FROM 1 BY 1
006660         UNTIL WS-D > 8.
006670 2100-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710*  2200-FIND-TURMA
006720*  LOCALIZA WS-PROC-TURMA NA PROGRESSAO; WS-POS FICA ZERO SE A
006730*  TURMA NAO ESTA NA TABELA.
006740******************************************************************
006750 2200-FIND-TURMA.
006760     MOVE ZERO TO WS-POS
006770     PERFORM 2250-MATCH-TURMA THRU 2250-EXIT
006780         VARYING WS-PG-IDX FROM 1 BY 1
006790         UNTIL WS-PG-IDX > WS-PG-COUNT OR WS-POS > ZERO.
006800 2200-EXIT.
006810     EXIT.
006820
006830 2250-MATCH-TURMA.
006840     IF WS-PG-TURMA(WS-PG-IDX) = WS-PROC-TURMA
006850         SET WS-POS TO WS-PG-IDX
006860     END-IF.
006870 2250-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910*  2300-CHECK-ONE-MATRICULA
006920*  CONFERE UMA MATRICULA DO ALUNO NO ANO QUE SE ENCERRA (ANO EM
006930*  BRANCO VALE COMO DO ANO): SEM RESULTADO OU COM RESULTADO QUE
006940*  NAO COMECA COM "APROV" E PENDENCIA. COM WS-LISTA-SW LIGADO SO
006950*  IMPRIME AS PENDENCIAS, SEM CONTAR DE NOVO.
006960******************************************************************
006970 2300-CHECK-ONE-MATRICULA.
006980     SET WS-MT-IDX TO WS-SCAN2
006990     IF WS-MT-ALUNO(WS-MT-IDX) NOT = WS-AIM-ID
007000         GO TO 2300-EXIT
007010     END-IF
007020     IF WS-MT-ANO(WS-MT-IDX) NOT = SPACES
007030         AND WS-MT-ANO(WS-MT-IDX) NOT = WS-IN-ANO
007040         GO TO 2300-EXIT
007050     END-IF
007060     IF NOT WS-LISTA-PENDENCIAS
007070         ADD 1 TO WS-MATS
007080     END-IF
007090     MOVE "N" TO WS-FOUND-SW
007100     PERFORM 2350-MATCH-RESULT THRU 2350-EXIT
007110         VARYING WS-H-IDX FROM 1 BY 1
007120         UNTIL WS-H-IDX > WS-H-COUNT OR WS-FOUND
007130     IF WS-FOUND
007140         SET WS-H-IDX DOWN BY 1
007150         IF WS-H-SIT(WS-H-IDX)(1:5) = "APROV"
007160             GO TO 2300-EXIT
007170         END-IF
007180     END-IF
007190     IF NOT WS-LISTA-PENDENCIAS
007200         ADD 1 TO WS-PENDENCIAS
007210         GO TO 2300-EXIT
007220     END-IF
007230     MOVE SPACES TO REPORT-LINE
007240     IF WS-FOUND
007250         STRING "  PENDENCIA " WS-MT-DISC(WS-MT-IDX)
007260                " " WS-MT-PER(WS-MT-IDX)
007270                " " WS-H-SIT(WS-H-IDX)
007280             DELIMITED BY SIZE INTO REPORT-LINE
007290     ELSE
007300         STRING "  PENDENCIA " WS-MT-DISC(WS-MT-IDX)
007310                " " WS-MT-PER(WS-MT-IDX)
007320                " SEM RESULTADO"
007330             DELIMITED BY SIZE INTO REPORT-LINE
007340     END-IF
007350     WRITE REPORT-LINE.
007360 2300-EXIT.
007370     EXIT.
007380
007390 2350-MATCH-RESULT.
007400     IF WS-H-ALUNO(WS-H-IDX) = WS-MT-ALUNO(WS-MT-IDX)
007410         AND WS-H-DISC(WS-H-IDX) = WS-MT-DISC(WS-MT-IDX)
007420         AND WS-H-PER(WS-H-IDX) = WS-MT-PER(WS-MT-IDX)
007430         MOVE "Y" TO WS-FOUND-SW
007440     END-IF.
007450 2350-EXIT.
007460     EXIT.
007470
007480******************************************************************
007490*  2500-MATRICULA-DISC
007500*  MATRICULA O ALUNO NUMA DISCIPLINA DA TURMA DE DESTINO NO
007510*  PERIODO DE ABERTURA DO ANO SEGUINTE, SE A SECRETARIA AINDA
007520*  NAO A DIGITOU. NA PREVIA SO CONTA.
007530******************************************************************
007540 2500-MATRICULA-DISC.
007550     SET WS-PG-IDX TO WS-DEST-POS
007560     MOVE WS-PG-DISC(WS-PG-IDX WS-D) TO WS-CUR-DISC
007570     IF WS-CUR-DISC = SPACES
007580         GO TO 2500-EXIT
007590     END-IF
007600     MOVE "N" TO WS-FOUND-SW
007610     PERFORM 2550-MATCH-MATRICULA THRU 2550-EXIT
007620         VARYING WS-MT-IDX FROM 1 BY 1
007630         UNTIL WS-MT-IDX > WS-MT-COUNT OR WS-FOUND
007640     IF WS-FOUND
007650         GO TO 2500-EXIT
007660     END-IF
007670     ADD 1 TO WS-NOVAS-MAT
007680     IF WS-MODO-PREVIA
007690         GO TO 2500-EXIT
007700     END-IF
007710     MOVE SPACES        TO ENROLLMENT-RECORD
007720     MOVE WS-AIM-ID     TO MAT-ALUNO-ID
007730     MOVE WS-CUR-DISC   TO MAT-DISCIPLINA
007740     MOVE WS-IN-PERIODO TO MAT-PERIODO
007750     MOVE WS-PROX-ANO   TO MAT-ANO
007760     WRITE ENROLLMENT-RECORD
007770     MOVE SPACES            TO BEFORE-IMAGE-RECORD
007780     MOVE "MATRICUL"        TO BIMG-FILE-NAME
007790     MOVE "I"               TO BIMG-ACAO
007800     MOVE ENROLLMENT-RECORD TO BIMG-NEW-IMAGE
007810     PERFORM 7300-WRITE-BIMG.
007820 2500-EXIT.
007830     EXIT.
007840
007850 2550-MATCH-MATRICULA.
007860     IF WS-MT-ALUNO(WS-MT-IDX) = WS-AIM-ID
007870         AND WS-MT-DISC(WS-MT-IDX) = WS-CUR-DISC
007880         AND WS-MT-PER(WS-MT-IDX) = WS-IN-PERIODO
007890         AND WS-MT-ANO(WS-MT-IDX) = WS-PROX-ANO
007900         MOVE "Y" TO WS-FOUND-SW
007910     END-IF.
007920 2550-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960*  2900-WRITE-DETAIL
007970*  IMPRIME A LINHA DO ALUNO COM A TURMA DE ORIGEM, O DESTINO E A
007980*  SITUACAO DECIDIDA.
007990******************************************************************
008000 2900-WRITE-DETAIL.
008010     MOVE SPACES TO REPORT-LINE
008020     STRING WS-AIM-ID " " WS-AIM-NOME " " WS-ORIG-TURMA
008030            " " WS-DEST-TURMA "  " WS-SITUACAO
008040         DELIMITED BY SIZE INTO REPORT-LINE
008050     IF WS-PENDENCIAS > ZERO
008060         STRING " (" WS-PENDENCIAS " PEND.)"
008070             DELIMITED BY SIZE INTO REPORT-LINE(66:12)
008080     END-IF
008090     WRITE REPORT-LINE.
008100
008110******************************************************************
008120*  3000-FINALIZE
008130*  IMPRIME OS TOTAIS; NO MODO EFETIVAR REGRAVA O ALUNMAST INTEIRO
008140*  E FECHA O MATRICUL E O DIARIO. REGISTRA NA AUDITORIA.
008150******************************************************************
008160 3000-FINALIZE.
008170     MOVE SPACES TO REPORT-LINE
008180     WRITE REPORT-LINE
008190     MOVE SPACES TO REPORT-LINE
008200     STRING "ALUNOS DO ANO " WS-LIDOS
008210            "  PROMOVIDOS " WS-PROMOVIDOS
008220            "  RETIDOS " WS-RETIDOS
008230            "  FORMADOS " WS-FORMADOS
008240         DELIMITED BY SIZE INTO REPORT-LINE
008250     WRITE REPORT-LINE
008260     MOVE SPACES TO REPORT-LINE
008270     STRING "NAO MOVIDOS: SEM TABELA " WS-SEM-TABELA
008280            "  SEM MATRICULA " WS-SEM-MATRICULA
008290         DELIMITED BY SIZE INTO REPORT-LINE
008300     WRITE REPORT-LINE
008310     MOVE SPACES TO REPORT-LINE
008320     IF WS-MODO-EFETIVA
008330         STRING "MATRICULAS GRAVADAS PARA " WS-PROX-ANO
008340                ": " WS-NOVAS-MAT
008350             DELIMITED BY SIZE INTO REPORT-LINE
008360     ELSE
008370         STRING "MATRICULAS A GRAVAR PARA " WS-PROX-ANO
008380                ": " WS-NOVAS-MAT
008390             DELIMITED BY SIZE INTO REPORT-LINE
008400     END-IF
008410     WRITE REPORT-LINE
008420     IF WS-MODO-EFETIVA
008430         MOVE SPACES TO REPORT-LINE
008440         STRING "DESFAZER PELO DESFAZ COM O CARIMBO "
008450                RUN-STAMP-DATE "/" RUN-STAMP-ID
008460             DELIMITED BY SIZE INTO REPORT-LINE
008470         WRITE REPORT-LINE
008480         OPEN OUTPUT STUDENT-MASTER-FILE
008490         PERFORM 3100-WRITE-ALUNO THRU 3100-EXIT
008500             VARYING WS-SCAN FROM 1 BY 1
008510             UNTIL WS-SCAN > WS-AL-COUNT
008520         CLOSE STUDENT-MASTER-FILE
008530         CLOSE ENROLLMENT-FILE
008540         CLOSE BEFORE-IMAGE-FILE
008550     END-IF
008560     IF WS-LIDOS = ZERO
008570         MOVE 4 TO WS-COND-CODE
008580     END-IF
008590     PERFORM 7000-WRITE-AUDIT
008600     CLOSE ROLLOVER-REPORT-FILE
008610     CLOSE AUDIT-LOG-FILE
008620     DISPLAY "VIRADA " FUNCTION TRIM(WS-MODO-DESC)
008630             " EM ROLARPT - PROMOVIDOS: "
008640             WS-PROMOVIDOS " RETIDOS: " WS-RETIDOS
008650             " FORMADOS: " WS-FORMADOS.
008660
008670 3100-WRITE-ALUNO.
008680     SET WS-AL-IDX TO WS-SCAN
008690     MOVE WS-AL-IMAGE(WS-AL-IDX) TO STUDENT-MASTER-RECORD
008700     WRITE STUDENT-MASTER-RECORD.
008710 3100-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750*  7000-WRITE-AUDIT
008760*  GRAVA O RESUMO DA VIRADA NA TRILHA DE AUDITORIA.
008770******************************************************************
008780 7000-WRITE-AUDIT.
008790     MOVE "ROLAGEM"          TO AUDIT-PROGRAM-ID
008800     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
008810     ACCEPT AUDIT-TIME FROM TIME
008820     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
008830     MOVE WS-IN-ANO           TO AUDIT-KEY
008840     MOVE SPACES              TO AUDIT-DETAIL
008850     STRING WS-MODO-DESC DELIMITED BY SPACE
008860            " PROM=" WS-PROMOVIDOS
008870            " RET=" WS-RETIDOS " FORM=" WS-FORMADOS
008880            " MAT=" WS-NOVAS-MAT DELIMITED BY SIZE
008890         INTO AUDIT-DETAIL
008900     CALL "AUDITWR" USING AUDIT-RECORD.
008910
008920******************************************************************
008930*  7100-WRITE-AUDIT-ALUNO
008940*  GRAVA NA TRILHA A MUDANCA DE UM ALUNO NA VIRADA EFETIVADA.
008950******************************************************************
008960 7100-WRITE-AUDIT-ALUNO.
008970     MOVE "ROLAGEM"          TO AUDIT-PROGRAM-ID
008980     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
008990     ACCEPT AUDIT-TIME FROM TIME
009000     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
009010     MOVE WS-AIM-ID           TO AUDIT-KEY
009020     MOVE SPACES              TO AUDIT-DETAIL
009030     STRING WS-SITUACAO DELIMITED BY SPACE
009040            " " WS-ORIG-TURMA " -> " WS-DEST-TURMA
009050            " ANO " WS-AIM-ANO DELIMITED BY SIZE
009060         INTO AUDIT-DETAIL
009070     CALL "AUDITWR" USING AUDIT-RECORD.
009080
009090******************************************************************
009100*  7300-WRITE-BIMG
009110*  GRAVA A ENTRADA NO DIARIO DE IMAGEM-ANTES - O ARQUIVO, A ACAO
009120*  E AS IMAGENS JA VEM PREENCHIDOS PELO CHAMADOR.
009130******************************************************************
009140 7300-WRITE-BIMG.
009150     MOVE WS-OPERATOR-ID   TO BIMG-OPERATOR
009160     MOVE RUN-STAMP-DATE   TO BIMG-RUN-DATE
009170     MOVE RUN-STAMP-ID     TO BIMG-RUN-ID
009180     WRITE BEFORE-IMAGE-RECORD.
