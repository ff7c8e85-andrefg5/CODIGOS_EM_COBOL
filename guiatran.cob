000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GUIATRAN.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCOLA - SECRETARIA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  GUIATRAN.CBL
000090*  GUIA DE TRANSFERENCIA DO ALUNO QUE SAI DA ESCOLA. O ALUNMANT
000100*  SO MARCA O ALUNO COMO TRANSFERIDO (SITUACAO "T", COM A DATA
000110*  DE SAIDA); A DOCUMENTACAO ERA MONTADA A MAO A PARTIR DO
000120*  HISTNOTA, DO ATTEND E DO MENSCHG. ESTE PROGRAMA EMITE A GUIA
000130*  OFICIAL NUMERADA NO GUIARPT (PELO ESCRITOR COMPARTILHADO
000140*  RELATORIO) COM:
000150*    - O ANO LETIVO, A TURMA, A DATA DE SAIDA E AS MATRICULAS DO
000160*      ANO (DISCIPLINA/PERIODO);
000170*    - AS MEDIAS POR DISCIPLINA E PERIODO ATE A SAIDA (HISTNOTA,
000180*      EMISSAO DE CARIMBO MAIS RECENTE, COMO NO CERTIFIC);
000190*    - A FREQUENCIA PELA REGRA DO MEDIAPONDERADA (PRESENCAS MAIS
000200*      FALTAS JUSTIFICADAS SOBRE AULAS DADAS);
000210*    - A SITUACAO FINANCEIRA: MENSALIDADES DO ALUNO E PARCELAS DE
000220*      ACORDO EM ABERTO (QUITADA OU COM DEBITO).
000230*  NA PRIMEIRA EMISSAO A GUIA ENCERRA AS MATRICULAS ABERTAS DO
000240*  ALUNO (MAT-SITUACAO "E"), CANCELA AS MENSALIDADES EM ABERTO DE
000250*  MESES POSTERIORES AO MES DE SAIDA (MENS-STATUS "C"), ESTORNANDO
000260*  O CONTAS A RECEBER NO LEDGER (DEBITO 420MENSA, CREDITO
000270*  130RECEB, PELA ROTINA PERIODO), GRAVA A GUIA NO GUIAREG E O
000280*  NUMERO NA TRILHA DE AUDITORIA. O MENSALID JA NAO GERA COBRANCA
000290*  PARA ALUNO QUE NAO ESTA ATIVO. A REEMISSAO (SEGUNDA VIA) SAI
000300*  COM O NUMERO E A DATA ORIGINAIS E NAO ALTERA NENHUM ARQUIVO.
000310*  A GUIA E DOCUMENTO OFICIAL ENTREGUE A FAMILIA - NAO HA IMAGEM-
000320*  ANTES PARA O DESFAZ.
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000361*  2026-10-15 AFG   AS SECOES DA GUIA SAO EXECUTADAS COM THRU ATE
000362*                   O EXIT - ALUNO SEM NOTA OU SEM ATTEND CAIA NAS
000363*                   SECOES SEGUINTES E DUPLICAVA O DOCUMENTO.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-ALM-FILE-STATUS.
000440     SELECT ENROLLMENT-FILE ASSIGN TO "MATRICUL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-MAT-FILE-STATUS.
000470     SELECT GRADE-HISTORY-FILE ASSIGN TO "HISTNOTA"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-HIST-FILE-STATUS.
000500     SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-ATT-FILE-STATUS.
000530     SELECT TUITION-CHARGE-FILE ASSIGN TO "MENSCHG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-MENS-FILE-STATUS.
000560     SELECT AGREEMENT-FILE ASSIGN TO "ACORDO"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS WS-ACD-FILE-STATUS.
000590     SELECT TRANSFER-DOC-FILE ASSIGN TO "GUIAREG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS  IS WS-GUIA-FILE-STATUS.
000620     SELECT LEDGER-POSTING-FILE ASSIGN TO "LEDGER"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS  IS WS-LEDGER-FILE-STATUS.
000650     SELECT DOC-REPORT-FILE ASSIGN TO "GUIARPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  STUDENT-MASTER-FILE
000730     RECORDING MODE IS F.
000740     COPY ALUNOREC.
000750 FD  ENROLLMENT-FILE
000760     RECORDING MODE IS F.
000770     COPY MATRICREC.
000780 FD  GRADE-HISTORY-FILE
000790     RECORDING MODE IS F.
000800     COPY HISTREC.
000810 FD  ATTENDANCE-FILE
000820     RECORDING MODE IS F.
000830     COPY ATTENDREC.
000840 FD  TUITION-CHARGE-FILE
000850     RECORDING MODE IS F.
000860     COPY MENSREC.
000870 FD  AGREEMENT-FILE
000880     RECORDING MODE IS F.
000890     COPY ACORDOREC.
000900 FD  TRANSFER-DOC-FILE
000910     RECORDING MODE IS F.
000920     COPY GUIAREC.
000930 FD  LEDGER-POSTING-FILE
000940     RECORDING MODE IS F.
000950     COPY LEDGERREC.
000960 FD  DOC-REPORT-FILE
000970     RECORDING MODE IS F.
000980 01  DOC-LINE                    PIC X(80).
000990 FD  AUDIT-LOG-FILE
001000     RECORDING MODE IS F.
001010     COPY AUDITREC.
001020 WORKING-STORAGE SECTION.
001030 01  WS-SWITCHES.
001040     05  WS-ALM-FILE-STATUS      PIC X(02)   VALUE "00".
001050     05  WS-MAT-FILE-STATUS      PIC X(02)   VALUE "00".
001060     05  WS-HIST-FILE-STATUS     PIC X(02)   VALUE "00".
001070     05  WS-ATT-FILE-STATUS      PIC X(02)   VALUE "00".
001080     05  WS-MENS-FILE-STATUS     PIC X(02)   VALUE "00".
001090     05  WS-ACD-FILE-STATUS      PIC X(02)   VALUE "00".
001100     05  WS-GUIA-FILE-STATUS     PIC X(02)   VALUE "00".
001110     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
001120     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001130     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001140         88  WS-EOF                          VALUE "Y".
001150     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001160         88  WS-SIGNON-VALID                 VALUE "Y".
001170     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001180         88  WS-FOUND                        VALUE "Y".
001190     05  WS-RECUSA-SW            PIC X(01)   VALUE "N".
001200         88  WS-RECUSADA                     VALUE "Y".
001210     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
001220         88  WS-OVERFLOW                     VALUE "Y".
001230     05  WS-REEMISSAO-SW         PIC X(01)   VALUE "N".
001240         88  WS-REEMISSAO                    VALUE "Y".
001250 01  WS-MSG-CODE-WK              PIC X(08).
001260 01  WS-MSG-TEXT-WK              PIC X(60).
001270 01  WS-OPERATOR-ID              PIC X(08).
001280 01  WS-OPERATOR-PIN             PIC X(04).
001290 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
001300 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001310     88  WS-AUTHORIZED                       VALUE "Y".
001320 01  WS-COND-CODE                PIC 9(02)   VALUE ZERO.
001330 01  WS-RUN-STAMP-DISP           PIC X(30).
001340     COPY RUNSTAMP.
001350
001360******************************************************************
001370*  INTERFACE DO ESCRITOR COMPARTILHADO (ROTINA RELATORIO).
001380******************************************************************
001390 01  WS-RPT-ACTION               PIC X(01).
001400 01  WS-RPT-TITLE                PIC X(60).
001410 01  WS-RPT-COLHEAD              PIC X(80).
001420 01  WS-RPT-OUT-LINES.
001430     05  WS-RPT-OUT-LINE OCCURS 5 TIMES PIC X(80).
001440 01  WS-RPT-OUT-COUNT            PIC 9(01).
001450 01  WS-RPT-SUB                  PIC 9(01).
001460
001470******************************************************************
001480*  LANCAMENTO NO LEDGER PELA TRAVA DE PERIODOS (ROTINA PERIODO).
001490******************************************************************
001500 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
001510 01  WS-PERIODO-PROG             PIC X(08)   VALUE "GUIATRAN".
001520 01  WS-PERIODO-SW               PIC X(01).
001530     88  WS-PERIODO-RECUSADO                 VALUE "R".
001540 77  WS-CONTA-RECEBER            PIC X(08)   VALUE "130RECEB".
001550 77  WS-CONTA-MENSALIDADE        PIC X(08)   VALUE "420MENSA".
001560
001570 01  WS-HOJE                     PIC X(08).
001580 01  WS-IN-ALUNO                 PIC X(08).
001590 01  WS-MES-SAIDA                PIC X(06).
001600 01  WS-DATA-SAIDA               PIC X(08).
001610 01  WS-GUIA-NUMERO              PIC 9(06)   VALUE ZERO.
001620 01  WS-GUIA-ULTIMO              PIC 9(06)   VALUE ZERO.
001630 01  WS-GUIA-DATA                PIC X(08).
001640 01  WS-NEW-STAMP                PIC X(16).
001650 01  WS-SCAN                     PIC 9(04).
001660 01  WS-SCAN2                    PIC 9(04).
001670 01  WS-FREQ                     PIC 9(03).
001680 01  WS-FREQ-WK                  PIC 9(07).
001690 01  WS-AT-DADAS                 PIC 9(05)   VALUE ZERO.
001700 01  WS-AT-VALIDAS               PIC 9(05)   VALUE ZERO.
001710 01  WS-AT-ACHOU-SW              PIC X(01)   VALUE "N".
001720     88  WS-AT-ACHOU                         VALUE "Y".
001730 01  WS-MAT-DESC                 PIC X(09).
001740 01  WS-MENS-DESC                PIC X(27).
001750 01  WS-MP-ED                    PIC Z9.99.
001760 01  WS-VALOR-ED                 PIC ZZZZ9.99.
001770 01  WS-TOTAL-ED                 PIC ZZZZZZ9.99.
001780 01  WS-DATA-ED                  PIC X(10).
001790 01  WS-DATA-IN                  PIC X(08).
001800 01  WS-PAGO                     PIC 9(07)V99 VALUE ZERO.
001810 01  WS-ABERTO                   PIC 9(07)V99 VALUE ZERO.
001820 01  WS-ACORDO-ABERTO            PIC 9(07)V99 VALUE ZERO.
001830 01  WS-CANCELADO                PIC 9(07)V99 VALUE ZERO.
001840 01  WS-DEBITO                   PIC 9(07)V99 VALUE ZERO.
001850 01  WS-ENCERRADAS               PIC 9(03)   VALUE ZERO.
001860 01  WS-CANCELADAS               PIC 9(03)   VALUE ZERO.
001870 01  WS-PARCELAS-ABERTAS         PIC 9(03)   VALUE ZERO.
001880
001890******************************************************************
001900*  CADASTRO DO ALUNO DA GUIA.
001910******************************************************************
001920 01  WS-ALUNO-NOME               PIC X(30).
001930 01  WS-ALUNO-TURMA              PIC X(06).
001940 01  WS-ALUNO-ANO                PIC X(04).
001950
001960******************************************************************
001970*  MATRICULAS DE TODOS OS ALUNOS (MATRICUL), REGRAVADAS NO FIM
001980*  COM AS DO ALUNO ENCERRADAS.
001990******************************************************************
002000 01  WS-MT-TABLE.
002010     05  WS-MT-ENTRY OCCURS 3000 TIMES
002020                     INDEXED BY WS-MT-IDX.
002030         10  WS-MT-IMAGE         PIC X(30).
002040 01  WS-MT-COUNT                 PIC 9(04)   VALUE ZERO.
002050
002060******************************************************************
002070*  COBRANCAS DE TODOS OS ALUNOS (MENSCHG), REGRAVADAS NO FIM COM
002080*  AS POSTERIORES A SAIDA CANCELADAS.
002090******************************************************************
002100 01  WS-CH-TABLE.
002110     05  WS-CH-ENTRY OCCURS 3000 TIMES
002120                     INDEXED BY WS-CH-IDX.
002130         10  WS-CH-IMAGE         PIC X(55).
002140 01  WS-CH-COUNT                 PIC 9(04)   VALUE ZERO.
002150
002160******************************************************************
002170*  NOTAS DO ALUNO NO ANO - EMISSAO MAIS RECENTE POR DISCIPLINA/
002180*  PERIODO - E A LISTA DAS DISCIPLINAS PARA A IMPRESSAO.
002190******************************************************************
002200 01  WS-H-TABLE.
002210     05  WS-H-ENTRY OCCURS 200 TIMES
002220                    INDEXED BY WS-H-IDX.
002230         10  WS-H-DISC           PIC X(08).
002240         10  WS-H-PER            PIC X(02).
002250         10  WS-H-MP             PIC 99V99.
002260         10  WS-H-SIT            PIC X(09).
002270         10  WS-H-STAMP          PIC X(16).
002280 01  WS-H-COUNT                  PIC 9(03)   VALUE ZERO.
002290 01  WS-DS-TABLE.
002300     05  WS-DS-DISC OCCURS 30 TIMES
002310                    INDEXED BY WS-DS-IDX PIC X(08).
002320 01  WS-DS-COUNT                 PIC 9(02)   VALUE ZERO.
002330
002340 PROCEDURE DIVISION.
002350
002360 0000-MAINLINE.
002370     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002380     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
002390                         WS-AUTHORIZED-SW
002400     IF NOT WS-AUTHORIZED
002410         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002420         MOVE 8 TO RETURN-CODE
002430         STOP RUN
002440     END-IF
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002460     IF WS-RECUSADA
002470         MOVE 8 TO RETURN-CODE
002480         STOP RUN
002490     END-IF
002500     IF WS-OVERFLOW
002510         DISPLAY "ARQUIVO DE ENTRADA MAIOR QUE A TABELA - GUIA"
002520                 " RECUSADA, NADA GRAVADO"
002530         MOVE 8 TO RETURN-CODE
002540         STOP RUN
002550     END-IF
002560     PERFORM 2000-EMITE-GUIA
002570     IF NOT WS-REEMISSAO
002580         PERFORM 3000-ENCERRA-ALUNO
002590     END-IF
002600     PERFORM 4000-FINALIZE
002610     MOVE WS-COND-CODE TO RETURN-CODE
002620     STOP RUN.
002630
002640******************************************************************
002650*  0010-SIGN-ON
002660*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002670*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002680******************************************************************
002690 0010-SIGN-ON.
002700     MOVE "N" TO WS-SIGNON-VALID-SW
002710     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002720         UNTIL WS-SIGNON-VALID.
002730 0010-EXIT.
002740     EXIT.
002750
002760 0020-PROMPT-SIGNON.
002770     MOVE "SGN-001" TO WS-MSG-CODE-WK
002780     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002790     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002800     ACCEPT WS-OPERATOR-ID
002810     MOVE "SGN-002" TO WS-MSG-CODE-WK
002820     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002830     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002840     ACCEPT WS-OPERATOR-PIN
002850     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002860                           WS-SIGNON-VALID-SW
002870     IF NOT WS-SIGNON-VALID
002880         MOVE "SGN-003" TO WS-MSG-CODE-WK
002890         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002900         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002910     END-IF.
002920 0020-EXIT.
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
003090*  1000-INITIALIZE
003100*  PEDE O ALUNO, QUE TEM DE ESTAR MARCADO COMO TRANSFERIDO NO
003110*  ALUNMANT, PROCURA GUIA JA EMITIDA PARA ELE (REEMISSAO) E
003120*  CARREGA AS MATRICULAS, AS NOTAS, A FREQUENCIA, AS COBRANCAS E
003130*  AS PARCELAS DE ACORDO.
003140******************************************************************
003150 1000-INITIALIZE.
003160     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
003170     ACCEPT RUN-STAMP-ID   FROM TIME
003180     MOVE SPACES TO WS-RUN-STAMP-DISP
003190     STRING "EXECUCAO " DELIMITED BY SIZE
003200            RUN-STAMP-DATE DELIMITED BY SIZE
003210            " " DELIMITED BY SIZE
003220            RUN-STAMP-ID DELIMITED BY SIZE
003230         INTO WS-RUN-STAMP-DISP
003240     ACCEPT WS-HOJE FROM DATE YYYYMMDD
003250     DISPLAY "ID DO ALUNO TRANSFERIDO:"
003260     ACCEPT WS-IN-ALUNO
003270     PERFORM 1100-FIND-ALUNO THRU 1100-EXIT
003280     IF WS-RECUSADA
003290         GO TO 1000-EXIT
003300     END-IF
003310     PERFORM 1200-FIND-GUIA THRU 1200-EXIT
003320     PERFORM 1300-LOAD-MATRICULAS THRU 1300-EXIT
003330     PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
003340     PERFORM 1500-LOAD-FREQUENCIA THRU 1500-EXIT
003350     PERFORM 1600-LOAD-MENSALIDADES THRU 1600-EXIT
003360     PERFORM 1700-LOAD-ACORDOS THRU 1700-EXIT.
003370 1000-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*  1100-FIND-ALUNO
003420*  LOCALIZA O ALUNO NO CADASTRO. SO SAI GUIA PARA ALUNO MARCADO
003430*  COMO TRANSFERIDO; TRANSFERENCIA ANTIGA, SEM DATA DE SAIDA,
003440*  USA A DATA DE HOJE.
003450******************************************************************
003460 1100-FIND-ALUNO.
003470     OPEN INPUT STUDENT-MASTER-FILE
003480     IF WS-ALM-FILE-STATUS NOT = "00"
003490         DISPLAY "ALUNMAST INDISPONIVEL - GUIA RECUSADA"
003500         MOVE "Y" TO WS-RECUSA-SW
003510         GO TO 1100-EXIT
003520     END-IF
003530     MOVE "N" TO WS-EOF-SW
003540     MOVE "N" TO WS-FOUND-SW
003550     PERFORM 1110-READ-ALUNO THRU 1110-EXIT
003560         UNTIL WS-EOF OR WS-FOUND
003570     CLOSE STUDENT-MASTER-FILE
003580     IF NOT WS-FOUND
003590         DISPLAY "ALUNO NAO CADASTRADO - GUIA RECUSADA"
003600         MOVE "Y" TO WS-RECUSA-SW
003610         GO TO 1100-EXIT
003620     END-IF
003630     IF NOT ALUNO-TRANSFERIDO
003640         DISPLAY "ALUNO NAO ESTA MARCADO COMO TRANSFERIDO NO "
003650                 "ALUNMANT - GUIA RECUSADA"
003660         MOVE "Y" TO WS-RECUSA-SW
003670         GO TO 1100-EXIT
003680     END-IF
003690     MOVE ALUNO-NOME  TO WS-ALUNO-NOME
003700     MOVE ALUNO-TURMA TO WS-ALUNO-TURMA
003710     MOVE ALUNO-ANO   TO WS-ALUNO-ANO
003720     IF ALUNO-DATA-SAIDA NUMERIC
003730         MOVE ALUNO-DATA-SAIDA TO WS-DATA-SAIDA
003740     ELSE
003750         MOVE WS-HOJE TO WS-DATA-SAIDA
003760     END-IF
003770     MOVE WS-DATA-SAIDA(1:6) TO WS-MES-SAIDA.
003780 1100-EXIT.
003790     EXIT.
003800
003810 1110-READ-ALUNO.
003820     READ STUDENT-MASTER-FILE
003830         AT END
003840             MOVE "Y" TO WS-EOF-SW
003850             GO TO 1110-EXIT
003860     END-READ
003870     IF ALUNO-ID = WS-IN-ALUNO
003880         MOVE "Y" TO WS-FOUND-SW
003890     END-IF.
003900 1110-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*  1200-FIND-GUIA
003950*  PERCORRE O GUIAREG: GUIA JA EMITIDA PARA O ALUNO VIRA
003960*  REEMISSAO COM O NUMERO E A DATA ORIGINAIS; SENAO O NUMERO
003970*  NOVO E O MAIOR JA USADO MAIS UM.
003980******************************************************************
003990 1200-FIND-GUIA.
004000     OPEN INPUT TRANSFER-DOC-FILE
004010     IF WS-GUIA-FILE-STATUS NOT = "00"
004020         GO TO 1200-NUMERA
004030     END-IF
004040     MOVE "N" TO WS-EOF-SW
004050     PERFORM 1210-READ-GUIA THRU 1210-EXIT
004060         UNTIL WS-EOF
004070     CLOSE TRANSFER-DOC-FILE.
004080 1200-NUMERA.
004090     IF NOT WS-REEMISSAO
004100         ADD 1 WS-GUIA-ULTIMO GIVING WS-GUIA-NUMERO
004110         MOVE WS-HOJE TO WS-GUIA-DATA
004120     END-IF.
004130 1200-EXIT.
004140     EXIT.
004150
004160 1210-READ-GUIA.
004170     READ TRANSFER-DOC-FILE
004180         AT END
004190             MOVE "Y" TO WS-EOF-SW
004200             GO TO 1210-EXIT
004210     END-READ
004220     IF GUIA-NUMERO NOT NUMERIC
004230         GO TO 1210-EXIT
004240     END-IF
004250     IF GUIA-NUMERO > WS-GUIA-ULTIMO
004260         MOVE GUIA-NUMERO TO WS-GUIA-ULTIMO
004270     END-IF
004280     IF GUIA-ALUNO-ID = WS-IN-ALUNO
004290         MOVE "Y"         TO WS-REEMISSAO-SW
004300         MOVE GUIA-NUMERO TO WS-GUIA-NUMERO
004310         MOVE GUIA-DATE   TO WS-GUIA-DATA
004320     END-IF.
004330 1210-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370*  1300-LOAD-MATRICULAS
004380*  CARREGA O MATRICUL INTEIRO, CADA REGISTRO COMO VEIO, PARA
004390*  REGRAVA-LO COM AS MATRICULAS DO ALUNO ENCERRADAS.
004400******************************************************************
004410 1300-LOAD-MATRICULAS.
004420     OPEN INPUT ENROLLMENT-FILE
004430     IF WS-MAT-FILE-STATUS NOT = "00"
004440         GO TO 1300-EXIT
004450     END-IF
004460     MOVE "N" TO WS-EOF-SW
004470     PERFORM 1310-READ-MATRICULA THRU 1310-EXIT
004480         UNTIL WS-EOF
004490     CLOSE ENROLLMENT-FILE.
004500 1300-EXIT.
004510     EXIT.
004520
004530 1310-READ-MATRICULA.
004540     READ ENROLLMENT-FILE
004550         AT END
004560             MOVE "Y" TO WS-EOF-SW
004570             GO TO 1310-EXIT
004580     END-READ
004590     IF WS-MT-COUNT >= 3000
004600         MOVE "Y" TO WS-OVERFLOW-SW
004610         GO TO 1310-EXIT
004620     END-IF
004630     ADD 1 TO WS-MT-COUNT
004640     SET WS-MT-IDX TO WS-MT-COUNT
004650     MOVE ENROLLMENT-RECORD TO WS-MT-IMAGE(WS-MT-IDX).
004660 1310-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700*  1400-LOAD-HISTORY
004710*  CARREGA AS NOTAS DO ALUNO EMITIDAS NO ANO LETIVO DELE, FICANDO
004720*  A EMISSAO DE CARIMBO MAIS RECENTE DE CADA DISCIPLINA/PERIODO
004730*  (COMO NO CERTIFIC). SEM HISTNOTA A GUIA SAI SEM NOTAS.
004740******************************************************************
004750 1400-LOAD-HISTORY.
004760     OPEN INPUT GRADE-HISTORY-FILE
004770     IF WS-HIST-FILE-STATUS NOT = "00"
004780         GO TO 1400-EXIT
004790     END-IF
004800     MOVE "N" TO WS-EOF-SW
004810     PERFORM 1410-READ-HISTORY THRU 1410-EXIT
004820         UNTIL WS-EOF
004830     CLOSE GRADE-HISTORY-FILE.
004840 1400-EXIT.
004850     EXIT.
004860
004870 1410-READ-HISTORY.
004880     READ GRADE-HISTORY-FILE
004890         AT END
004900             MOVE "Y" TO WS-EOF-SW
004910             GO TO 1410-EXIT
004920     END-READ
004930     IF HIST-ALUNO-ID NOT = WS-IN-ALUNO
004940         OR HIST-RUN-DATE(1:4) NOT = WS-ALUNO-ANO
004950         OR HIST-MP NOT NUMERIC
004960         GO TO 1410-EXIT
004970     END-IF
004980     MOVE SPACES TO WS-NEW-STAMP
004990     STRING HIST-RUN-DATE HIST-RUN-ID DELIMITED BY SIZE
005000         INTO WS-NEW-STAMP
005010     MOVE "N" TO WS-FOUND-SW
005020     PERFORM 1420-MATCH-HIST THRU 1420-EXIT
005030         VARYING WS-H-IDX FROM 1 BY 1
005040         UNTIL WS-H-IDX > WS-H-COUNT OR WS-FOUND
005050     IF WS-FOUND
005060         GO TO 1410-EXIT
005070     END-IF
005080     IF WS-H-COUNT >= 200
005090         MOVE "Y" TO WS-OVERFLOW-SW
005100         GO TO 1410-EXIT
005110     END-IF
005120     ADD 1 TO WS-H-COUNT
005130     SET WS-H-IDX TO WS-H-COUNT
005140     MOVE HIST-DISCIPLINA TO WS-H-DISC(WS-H-IDX)
005150     MOVE HIST-PERIODO    TO WS-H-PER(WS-H-IDX)
005160     MOVE HIST-MP         TO WS-H-MP(WS-H-IDX)
005170     MOVE HIST-SIT        TO WS-H-SIT(WS-H-IDX)
005180     MOVE WS-NEW-STAMP    TO WS-H-STAMP(WS-H-IDX)
005190     PERFORM 1430-ADD-DISCIPLINA THRU 1430-EXIT.
005200 1410-EXIT.
005210     EXIT.
005220
005230 1420-MATCH-HIST.
005240     IF WS-H-DISC(WS-H-IDX) = HIST-DISCIPLINA
005250         AND WS-H-PER(WS-H-IDX) = HIST-PERIODO
005260         MOVE "Y" TO WS-FOUND-SW
005270         IF WS-NEW-STAMP >= WS-H-STAMP(WS-H-IDX)
005280             MOVE HIST-MP      TO WS-H-MP(WS-H-IDX)
005290             MOVE HIST-SIT     TO WS-H-SIT(WS-H-IDX)
005300             MOVE WS-NEW-STAMP TO WS-H-STAMP(WS-H-IDX)
005310         END-IF
005320     END-IF.
005330 1420-EXIT.
005340     EXIT.
005350
005360 1430-ADD-DISCIPLINA.
005370     MOVE "N" TO WS-FOUND-SW
005380     PERFORM 1440-MATCH-DISC THRU 1440-EXIT
005390         VARYING WS-DS-IDX FROM 1 BY 1
005400         UNTIL WS-DS-IDX > WS-DS-COUNT OR WS-FOUND
005410     IF WS-FOUND OR WS-DS-COUNT >= 30
005420         GO TO 1430-EXIT
005430     END-IF
005440     ADD 1 TO WS-DS-COUNT
005450     SET WS-DS-IDX TO WS-DS-COUNT
005460     MOVE HIST-DISCIPLINA TO WS-DS-DISC(WS-DS-IDX).
005470 1430-EXIT.
005480     EXIT.
005490
005500 1440-MATCH-DISC.
005510     IF WS-DS-DISC(WS-DS-IDX) = HIST-DISCIPLINA
005520         MOVE "Y" TO WS-FOUND-SW
005530     END-IF.
005540 1440-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580*  1500-LOAD-FREQUENCIA
005590*  ACUMULA AS AULAS DADAS E AS PRESENCAS MAIS FALTAS JUSTIFICADAS
005600*  DO ALUNO (FALTA JUSTIFICADA NAO NUMERICA VALE ZERO).
005610******************************************************************
005620 1500-LOAD-FREQUENCIA.
005630     OPEN INPUT ATTENDANCE-FILE
005640     IF WS-ATT-FILE-STATUS NOT = "00"
005650         GO TO 1500-EXIT
005660     END-IF
005670     MOVE "N" TO WS-EOF-SW
005680     PERFORM 1510-READ-ATTEND THRU 1510-EXIT
005690         UNTIL WS-EOF
005700     CLOSE ATTENDANCE-FILE.
005710 1500-EXIT.
005720     EXIT.
005730
005740 1510-READ-ATTEND.
005750     READ ATTENDANCE-FILE
005760         AT END
005770             MOVE "Y" TO WS-EOF-SW
005780             GO TO 1510-EXIT
005790     END-READ
005800     IF ATT-ALUNO-ID NOT = WS-IN-ALUNO
005810         OR ATT-AULAS-DADAS NOT NUMERIC
005820         OR ATT-AULAS-PRESENTES NOT NUMERIC
005830         GO TO 1510-EXIT
005840     END-IF
005850     MOVE "Y" TO WS-AT-ACHOU-SW
005860     ADD ATT-AULAS-DADAS     TO WS-AT-DADAS
005870     ADD ATT-AULAS-PRESENTES TO WS-AT-VALIDAS
005880     IF ATT-FALTAS-JUST NUMERIC
005890         ADD ATT-FALTAS-JUST TO WS-AT-VALIDAS
005900     END-IF.
005910 1510-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950*  1600-LOAD-MENSALIDADES
005960*  CARREGA O MENSCHG INTEIRO, CADA REGISTRO COMO VEIO, PARA
005970*  REGRAVA-LO COM AS COBRANCAS POSTERIORES A SAIDA CANCELADAS.
005980******************************************************************
005990 1600-LOAD-MENSALIDADES.
006000     OPEN INPUT TUITION-CHARGE-FILE
006010     IF WS-MENS-FILE-STATUS NOT = "00"
006020         GO TO 1600-EXIT
006030     END-IF
006040     MOVE "N" TO WS-EOF-SW
006050     PERFORM 1610-READ-MENSALIDADE THRU 1610-EXIT
006060         UNTIL WS-EOF
006070     CLOSE TUITION-CHARGE-FILE.
006080 1600-EXIT.
006090     EXIT.
006100
006110 1610-READ-MENSALIDADE.
006120     READ TUITION-CHARGE-FILE
006130         AT END
006140             MOVE "Y" TO WS-EOF-SW
006150             GO TO 1610-EXIT
006160     END-READ
006170     IF WS-CH-COUNT >= 3000
006180         MOVE "Y" TO WS-OVERFLOW-SW
006190         GO TO 1610-EXIT
006200     END-IF
006210     ADD 1 TO WS-CH-COUNT
006220     SET WS-CH-IDX TO WS-CH-COUNT
006230     MOVE TUITION-CHARGE-RECORD TO WS-CH-IMAGE(WS-CH-IDX).
006240 1610-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*  1700-LOAD-ACORDOS
006290*  SOMA AS PARCELAS EM ABERTO DOS ACORDOS DO ALUNO - O DEBITO DAS
006300*  COBRANCAS RENEGOCIADAS ESTA NELAS.
006310******************************************************************
006320 1700-LOAD-ACORDOS.
006330     OPEN INPUT AGREEMENT-FILE
006340     IF WS-ACD-FILE-STATUS NOT = "00"
006350         GO TO 1700-EXIT
006360     END-IF
006370     MOVE "N" TO WS-EOF-SW
006380     PERFORM 1710-READ-ACORDO THRU 1710-EXIT
006390         UNTIL WS-EOF
006400     CLOSE AGREEMENT-FILE.
006410 1700-EXIT.
006420     EXIT.
006430
006440 1710-READ-ACORDO.
006450     READ AGREEMENT-FILE
006460         AT END
006470             MOVE "Y" TO WS-EOF-SW
006480             GO TO 1710-EXIT
006490     END-READ
006500     IF ACD-ALUNO-ID = WS-IN-ALUNO
006510         AND ACD-ABERTA
006520         AND ACD-VALOR NUMERIC
006530         ADD 1 TO WS-PARCELAS-ABERTAS
006540         ADD ACD-VALOR TO WS-ACORDO-ABERTO
006550     END-IF.
006560 1710-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*  2000-EMITE-GUIA
006610*  IMPRIME A GUIA: IDENTIFICACAO, MATRICULAS, NOTAS, FREQUENCIA E
006620*  SITUACAO FINANCEIRA. NA PRIMEIRA EMISSAO AS MENSALIDADES
006630*  POSTERIORES A SAIDA JA SAEM COMO CANCELADAS.
006640******************************************************************
006650 2000-EMITE-GUIA.
006660     OPEN OUTPUT DOC-REPORT-FILE
006670     PERFORM 0100-OPEN-AUDIT-LOG-FILE
006680     MOVE "GUIA DE TRANSFERENCIA ESCOLAR" TO WS-RPT-TITLE
006690     MOVE SPACES TO WS-RPT-COLHEAD
006700     MOVE SPACES TO DOC-LINE
006710     MOVE "I" TO WS-RPT-ACTION
006720     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006730     MOVE "D" TO WS-RPT-ACTION
006740     MOVE WS-GUIA-DATA TO WS-DATA-IN
006750     PERFORM 7800-EDITA-DATA THRU 7800-EXIT
006760     MOVE SPACES TO DOC-LINE
006770     STRING "GUIA NUMERO " WS-GUIA-NUMERO
006780            "   EMITIDA EM " WS-DATA-ED
006790         DELIMITED BY SIZE INTO DOC-LINE
006800     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006810     IF WS-REEMISSAO
006820         MOVE "*** SEGUNDA VIA ***" TO DOC-LINE
006830         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006840     END-IF
006850     MOVE SPACES TO DOC-LINE
006860     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006870     MOVE SPACES TO DOC-LINE
006880     STRING "ALUNO(A): " WS-ALUNO-NOME "  (" WS-IN-ALUNO ")"
006890         DELIMITED BY SIZE INTO DOC-LINE
006900     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006910     MOVE WS-DATA-SAIDA TO WS-DATA-IN
006920     PERFORM 7800-EDITA-DATA THRU 7800-EXIT
006930     MOVE SPACES TO DOC-LINE
006940     STRING "ANO LETIVO " WS-ALUNO-ANO
006950            "   TURMA " WS-ALUNO-TURMA
006960            "   DATA DE SAIDA " WS-DATA-ED
006970         DELIMITED BY SIZE INTO DOC-LINE
006980     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006990     PERFORM 2100-IMPRIME-MATRICULAS THRU 2100-EXIT
007000     PERFORM 2200-IMPRIME-NOTAS THRU 2200-EXIT
007010     PERFORM 2300-IMPRIME-FREQUENCIA THRU 2300-EXIT
007020     PERFORM 2400-IMPRIME-FINANCEIRO THRU 2400-EXIT
007030     MOVE SPACES TO DOC-LINE
007040     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007050     MOVE "ASSINATURA DA SECRETARIA: ____________________"
007060         TO DOC-LINE
007070     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007080     MOVE "F" TO WS-RPT-ACTION
007090     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007100     CLOSE DOC-REPORT-FILE.
007110
007120******************************************************************
007130*  2100-IMPRIME-MATRICULAS
007140*  MATRICULAS DO ALUNO NO ANO LETIVO (MAT-ANO DO ANO OU EM
007150*  BRANCO), COM A SITUACAO DE CADA UMA.
007160******************************************************************
007170 2100-IMPRIME-MATRICULAS.
007180     MOVE SPACES TO DOC-LINE
007190     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007200     MOVE "MATRICULAS NO ANO LETIVO:" TO DOC-LINE
007210     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007220     MOVE "  DISCIPLINA PERIODO SITUACAO" TO DOC-LINE
007230     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007240     PERFORM 2150-ONE-MATRICULA THRU 2150-EXIT
007250         VARYING WS-SCAN FROM 1 BY 1
007260         UNTIL WS-SCAN > WS-MT-COUNT.
007261 2100-EXIT.
007262     EXIT.
007270
007280 2150-ONE-MATRICULA.
007290     SET WS-MT-IDX TO WS-SCAN
007300     MOVE WS-MT-IMAGE(WS-MT-IDX) TO ENROLLMENT-RECORD
007310     IF MAT-ALUNO-ID NOT = WS-IN-ALUNO
007320         GO TO 2150-EXIT
007330     END-IF
007340     IF MAT-ANO NOT = SPACES AND MAT-ANO NOT = WS-ALUNO-ANO
007350         GO TO 2150-EXIT
007360     END-IF
007370     IF MAT-ENCERRADA OR NOT WS-REEMISSAO
007380         MOVE "ENCERRADA" TO WS-MAT-DESC
007390     ELSE
007400         MOVE "ABERTA"    TO WS-MAT-DESC
007410     END-IF
007420     MOVE SPACES TO DOC-LINE
007430     STRING "  " MAT-DISCIPLINA "   " MAT-PERIODO
007440            "      " WS-MAT-DESC
007450         DELIMITED BY SIZE INTO DOC-LINE
007460     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
007470 2150-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510*  2200-IMPRIME-NOTAS
007520*  MEDIA E SITUACAO POR DISCIPLINA E PERIODO ATE A SAIDA.
007530******************************************************************
007540 2200-IMPRIME-NOTAS.
007550     MOVE SPACES TO DOC-LINE
007560     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007570     MOVE "NOTAS POR DISCIPLINA E PERIODO:" TO DOC-LINE
007580     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007590     IF WS-H-COUNT = ZERO
007600         MOVE "  NENHUMA NOTA APURADA NO ANO LETIVO" TO DOC-LINE
007610         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007620         GO TO 2200-EXIT
007630     END-IF
007640     MOVE "  DISCIPLINA PERIODO MEDIA SITUACAO" TO DOC-LINE
007650     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007660     PERFORM 2250-ONE-DISCIPLINA THRU 2250-EXIT
007670         VARYING WS-DS-IDX FROM 1 BY 1
007680         UNTIL WS-DS-IDX > WS-DS-COUNT.
007690 2200-EXIT.
007700     EXIT.
007710
007720 2250-ONE-DISCIPLINA.
007730     PERFORM 2260-ONE-NOTA THRU 2260-EXIT
007740         VARYING WS-H-IDX FROM 1 BY 1
007750         UNTIL WS-H-IDX > WS-H-COUNT.
007760 2250-EXIT.
007770     EXIT.
007780
007790 2260-ONE-NOTA.
007800     IF WS-H-DISC(WS-H-IDX) NOT = WS-DS-DISC(WS-DS-IDX)
007810         GO TO 2260-EXIT
007820     END-IF
007830     MOVE WS-H-MP(WS-H-IDX) TO WS-MP-ED
007840     MOVE SPACES TO DOC-LINE
007850     STRING "  " WS-H-DISC(WS-H-IDX) "   " WS-H-PER(WS-H-IDX)
007860            "     " WS-MP-ED " " WS-H-SIT(WS-H-IDX)
007870         DELIMITED BY SIZE INTO DOC-LINE
007880     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
007890 2260-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930*  2300-IMPRIME-FREQUENCIA
007940*  PERCENTUAL DE FREQUENCIA PELA REGRA DO MEDIAPONDERADA,
007950*  LIMITADO A 100.
007960******************************************************************
007970 2300-IMPRIME-FREQUENCIA.
007980     MOVE SPACES TO DOC-LINE
007990     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008000     MOVE SPACES TO DOC-LINE
008010     IF NOT WS-AT-ACHOU OR WS-AT-DADAS = ZERO
008020         MOVE "FREQUENCIA: SEM REGISTRO DE AULAS NO ATTEND"
008030             TO DOC-LINE
008040         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008050         GO TO 2300-EXIT
008060     END-IF
008070     MOVE 100 TO WS-FREQ
008080     MULTIPLY WS-AT-VALIDAS BY 100 GIVING WS-FREQ-WK
008090     DIVIDE WS-FREQ-WK BY WS-AT-DADAS GIVING WS-FREQ-WK
008100     IF WS-FREQ-WK < 100
008110         MOVE WS-FREQ-WK TO WS-FREQ
008120     END-IF
008130     STRING "FREQUENCIA: " WS-FREQ "%  (AULAS DADAS "
008140            WS-AT-DADAS "  PRESENCAS/JUSTIFICADAS "
008150            WS-AT-VALIDAS ")"
008160         DELIMITED BY SIZE INTO DOC-LINE
008170     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
008180 2300-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220*  2400-IMPRIME-FINANCEIRO
008230*  MENSALIDADES DO ALUNO COM A SITUACAO DE CADA UMA, OS TOTAIS E
008240*  A CONCLUSAO: QUITADA OU DEBITO EM ABERTO (MENSALIDADES ATE O
008250*  MES DE SAIDA MAIS PARCELAS DE ACORDO).
008260******************************************************************
008270 2400-IMPRIME-FINANCEIRO.
008280     MOVE SPACES TO DOC-LINE
008290     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008300     MOVE "SITUACAO FINANCEIRA (MENSALIDADES):" TO DOC-LINE
008310     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008320     MOVE "  MES     VALOR     SITUACAO" TO DOC-LINE
008330     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008340     PERFORM 2450-ONE-MENSALIDADE THRU 2450-EXIT
008350         VARYING WS-SCAN FROM 1 BY 1
008360         UNTIL WS-SCAN > WS-CH-COUNT
008370     MOVE SPACES TO DOC-LINE
008380     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008390     MOVE WS-PAGO TO WS-TOTAL-ED
008400     MOVE SPACES TO DOC-LINE
008410     STRING "  TOTAL PAGO                 " WS-TOTAL-ED
008420         DELIMITED BY SIZE INTO DOC-LINE
008430     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008440     MOVE WS-ABERTO TO WS-TOTAL-ED
008450     MOVE SPACES TO DOC-LINE
008460     STRING "  MENSALIDADES EM ABERTO     " WS-TOTAL-ED
008470         DELIMITED BY SIZE INTO DOC-LINE
008480     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008490     IF WS-PARCELAS-ABERTAS > ZERO
008500         MOVE WS-ACORDO-ABERTO TO WS-TOTAL-ED
008510         MOVE SPACES TO DOC-LINE
008520         STRING "  PARCELAS DE ACORDO ABERTAS " WS-TOTAL-ED
008530                " (" WS-PARCELAS-ABERTAS " PARCELAS)"
008540             DELIMITED BY SIZE INTO DOC-LINE
008550         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008560     END-IF
008570     IF WS-CANCELADO > ZERO
008580         MOVE WS-CANCELADO TO WS-TOTAL-ED
008590         MOVE SPACES TO DOC-LINE
008600         STRING "  CANCELADAS APOS A SAIDA    " WS-TOTAL-ED
008610             DELIMITED BY SIZE INTO DOC-LINE
008620         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
008630     END-IF
008640     ADD WS-ABERTO WS-ACORDO-ABERTO GIVING WS-DEBITO
008650     MOVE SPACES TO DOC-LINE
008660     IF WS-DEBITO = ZERO
008670         MOVE "SITUACAO: QUITADA - NADA CONSTA" TO DOC-LINE
008680     ELSE
008690         MOVE WS-DEBITO TO WS-TOTAL-ED
008700         STRING "SITUACAO: DEBITO EM ABERTO DE R$ " WS-TOTAL-ED
008710             DELIMITED BY SIZE INTO DOC-LINE
008720         MOVE 4 TO WS-COND-CODE
008730     END-IF
008740     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
008741 2400-EXIT.
008742     EXIT.
008750
008760******************************************************************
008770*  2450-ONE-MENSALIDADE
008780*  UMA COBRANCA DO ALUNO. NA PRIMEIRA EMISSAO A COBRANCA EM
008790*  ABERTO DE MES POSTERIOR AO DA SAIDA E CANCELADA AQUI MESMO
008800*  (STATUS "C"); O ESTORNO NO LEDGER E FEITO NO ENCERRAMENTO.
008810******************************************************************
008820 2450-ONE-MENSALIDADE.
008830     SET WS-CH-IDX TO WS-SCAN
008840     MOVE WS-CH-IMAGE(WS-CH-IDX) TO TUITION-CHARGE-RECORD
008850     IF MENS-ALUNO-ID NOT = WS-IN-ALUNO
008860         OR MENS-VALOR NOT NUMERIC
008870         GO TO 2450-EXIT
008880     END-IF
008890     IF MENS-ABERTA AND MENS-MES > WS-MES-SAIDA
008900         AND NOT WS-REEMISSAO
008910         MOVE "C" TO MENS-STATUS
008920         MOVE TUITION-CHARGE-RECORD TO WS-CH-IMAGE(WS-CH-IDX)
008930         ADD 1 TO WS-CANCELADAS
008940     END-IF
008950     MOVE SPACES TO WS-MENS-DESC
008960     EVALUATE TRUE
008970         WHEN MENS-PAGA
008980             ADD MENS-VALOR TO WS-PAGO
008990             MOVE MENS-PAY-DATE TO WS-DATA-IN
009000             PERFORM 7800-EDITA-DATA THRU 7800-EXIT
009010             STRING "PAGA EM " WS-DATA-ED
009020                 DELIMITED BY SIZE INTO WS-MENS-DESC
009030         WHEN MENS-ABERTA
009040             ADD MENS-VALOR TO WS-ABERTO
009050             MOVE "EM ABERTO" TO WS-MENS-DESC
009060         WHEN MENS-RENEGOCIADA
009070             STRING "RENEGOCIADA ACORDO " MENS-ACORDO-ID
009080                 DELIMITED BY SIZE INTO WS-MENS-DESC
009090         WHEN MENS-CANCELADA
009100             ADD MENS-VALOR TO WS-CANCELADO
009110             MOVE "CANCELADA (SAIDA)" TO WS-MENS-DESC
009120         WHEN OTHER
009130             MOVE MENS-STATUS TO WS-MENS-DESC
009140     END-EVALUATE
009150     MOVE MENS-VALOR TO WS-VALOR-ED
009160     MOVE SPACES TO DOC-LINE
009170     STRING "  " MENS-MES(5:2) "/" MENS-MES(1:4) " "
009180            WS-VALOR-ED "  " WS-MENS-DESC
009190         DELIMITED BY SIZE INTO DOC-LINE
009200     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
009210 2450-EXIT.
009220     EXIT.
009230
009240******************************************************************
009250*  3000-ENCERRA-ALUNO
009260*  PRIMEIRA EMISSAO: ENCERRA AS MATRICULAS ABERTAS DO ALUNO,
009270*  ESTORNA NO LEDGER AS MENSALIDADES CANCELADAS, REGRAVA O
009280*  MATRICUL E O MENSCHG E GRAVA A GUIA NO GUIAREG.
009290******************************************************************
009300 3000-ENCERRA-ALUNO.
009310     PERFORM 3100-ENCERRA-MATRICULA THRU 3100-EXIT
009320         VARYING WS-SCAN FROM 1 BY 1
009330         UNTIL WS-SCAN > WS-MT-COUNT
009340     IF WS-ENCERRADAS > ZERO
009350         OPEN OUTPUT ENROLLMENT-FILE
009360         PERFORM 3150-WRITE-MATRICULA THRU 3150-EXIT
009370             VARYING WS-SCAN FROM 1 BY 1
009380             UNTIL WS-SCAN > WS-MT-COUNT
009390         CLOSE ENROLLMENT-FILE
009400     END-IF
009410     IF WS-CANCELADAS > ZERO
009420         PERFORM 3200-ESTORNA-RECEBER
009430         OPEN OUTPUT TUITION-CHARGE-FILE
009440         PERFORM 3250-WRITE-MENSALIDADE THRU 3250-EXIT
009450             VARYING WS-SCAN FROM 1 BY 1
009460             UNTIL WS-SCAN > WS-CH-COUNT
009470         CLOSE TUITION-CHARGE-FILE
009480     END-IF
009490     OPEN EXTEND TRANSFER-DOC-FILE
009500     IF WS-GUIA-FILE-STATUS = "35"
009510         OPEN OUTPUT TRANSFER-DOC-FILE
009520         CLOSE TRANSFER-DOC-FILE
009530         OPEN EXTEND TRANSFER-DOC-FILE
009540     END-IF
009550     MOVE SPACES         TO TRANSFER-DOC-RECORD
009560     MOVE WS-GUIA-NUMERO TO GUIA-NUMERO
009570     MOVE WS-IN-ALUNO    TO GUIA-ALUNO-ID
009580     MOVE WS-GUIA-DATA   TO GUIA-DATE
009590     MOVE RUN-STAMP-ID   TO GUIA-RUN-ID
009600     WRITE TRANSFER-DOC-RECORD
009610     CLOSE TRANSFER-DOC-FILE.
009620
009630 3100-ENCERRA-MATRICULA.
009640     SET WS-MT-IDX TO WS-SCAN
009650     MOVE WS-MT-IMAGE(WS-MT-IDX) TO ENROLLMENT-RECORD
009660     IF MAT-ALUNO-ID NOT = WS-IN-ALUNO
009670         OR MAT-ENCERRADA
009680         GO TO 3100-EXIT
009690     END-IF
009700     MOVE "E" TO MAT-SITUACAO
009710     MOVE ENROLLMENT-RECORD TO WS-MT-IMAGE(WS-MT-IDX)
009720     ADD 1 TO WS-ENCERRADAS.
009730 3100-EXIT.
009740     EXIT.
009750
009760 3150-WRITE-MATRICULA.
009770     SET WS-MT-IDX TO WS-SCAN
009780     MOVE WS-MT-IMAGE(WS-MT-IDX) TO ENROLLMENT-RECORD
009790     WRITE ENROLLMENT-RECORD.
009800 3150-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840*  3200-ESTORNA-RECEBER
009850*  ESTORNA O CONTAS A RECEBER DAS MENSALIDADES CANCELADAS, O
009860*  INVERSO DO LANCAMENTO DA GERACAO NO MENSALID.
009870******************************************************************
009880 3200-ESTORNA-RECEBER.
009890     OPEN EXTEND LEDGER-POSTING-FILE
009900     IF WS-LEDGER-FILE-STATUS = "35"
009910         OPEN OUTPUT LEDGER-POSTING-FILE
009920         CLOSE LEDGER-POSTING-FILE
009930         OPEN EXTEND LEDGER-POSTING-FILE
009940     END-IF
009950     MOVE SPACES               TO LEDGER-POSTING-RECORD
009960     MOVE WS-HOJE              TO LED-POSTING-DATE
009970     MOVE WS-CONTA-MENSALIDADE TO LED-ACCOUNT
009980     MOVE "D"                  TO LED-DC
009990     MOVE WS-CANCELADO         TO LED-AMOUNT
010000     MOVE "CANCEL. MENS. TRANSF" TO LED-DESC
010010     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
010020                          LEDGER-POSTING-RECORD WS-PERIODO-SW
010030     IF NOT WS-PERIODO-RECUSADO
010040         WRITE LEDGER-POSTING-RECORD
010050     END-IF
010060     MOVE SPACES               TO LEDGER-POSTING-RECORD
010070     MOVE WS-HOJE              TO LED-POSTING-DATE
010080     MOVE WS-CONTA-RECEBER     TO LED-ACCOUNT
010090     MOVE "C"                  TO LED-DC
010100     MOVE WS-CANCELADO         TO LED-AMOUNT
010110     MOVE "CANCEL. MENS. TRANSF" TO LED-DESC
010120     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
010130                          LEDGER-POSTING-RECORD WS-PERIODO-SW
010140     IF NOT WS-PERIODO-RECUSADO
010150         WRITE LEDGER-POSTING-RECORD
010160     END-IF
010170     CLOSE LEDGER-POSTING-FILE.
010180
010190 3250-WRITE-MENSALIDADE.
010200     SET WS-CH-IDX TO WS-SCAN
010210     MOVE WS-CH-IMAGE(WS-CH-IDX) TO TUITION-CHARGE-RECORD
010220     WRITE TUITION-CHARGE-RECORD.
010230 3250-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270*  4000-FINALIZE
010280*  REGISTRA A GUIA NA TRILHA DE AUDITORIA E MOSTRA O RESUMO.
010290******************************************************************
010300 4000-FINALIZE.
010310     PERFORM 7000-WRITE-AUDIT
010320     CLOSE AUDIT-LOG-FILE
010330     IF WS-REEMISSAO
010340         DISPLAY "SEGUNDA VIA DA GUIA " WS-GUIA-NUMERO
010350                 " EM GUIARPT - NENHUM ARQUIVO ALTERADO"
010360     ELSE
010370         DISPLAY "GUIA " WS-GUIA-NUMERO " EMITIDA EM GUIARPT - "
010380                 "MATRICULAS ENCERRADAS: " WS-ENCERRADAS
010390                 " MENSALIDADES CANCELADAS: " WS-CANCELADAS
010400     END-IF
010410     IF WS-DEBITO > ZERO
010420         DISPLAY "ATENCAO: ALUNO COM DEBITO EM ABERTO"
010430     END-IF.
010440
010450******************************************************************
010460*  7000-WRITE-AUDIT
010470*  GRAVA NA TRILHA O NUMERO DA GUIA EMITIDA OU REEMITIDA.
010480******************************************************************
010490 7000-WRITE-AUDIT.
010500     MOVE "GUIATRAN"          TO AUDIT-PROGRAM-ID
010510     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
010520     ACCEPT AUDIT-TIME FROM TIME
010530     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
010540     MOVE WS-IN-ALUNO         TO AUDIT-KEY
010550     MOVE SPACES              TO AUDIT-DETAIL
010560     IF WS-REEMISSAO
010570         STRING "2A VIA GUIA TRANSF " WS-GUIA-NUMERO
010580                " DE " WS-GUIA-DATA
010590             DELIMITED BY SIZE INTO AUDIT-DETAIL
010600     ELSE
010610         MOVE WS-CANCELADO TO WS-TOTAL-ED
010620         STRING "GUIA TRANSF " WS-GUIA-NUMERO
010630                " MAT.ENC=" WS-ENCERRADAS
010640                " MENS.CANC=" WS-CANCELADAS
010650                " VL=" WS-TOTAL-ED
010660             DELIMITED BY SIZE INTO AUDIT-DETAIL
010670     END-IF
010680     CALL "AUDITWR" USING AUDIT-RECORD.
010690
010700******************************************************************
010710*  7750-CALL-WRITER
010720*  MANDA A LINHA CORRENTE AO ESCRITOR COMPARTILHADO E GRAVA AS
010730*  LINHAS QUE ELE DEVOLVE, COMO NOS OUTROS RELATORIOS.
010740******************************************************************
010750 7750-CALL-WRITER.
010760     CALL "RELATORIO" USING WS-RPT-ACTION WS-RPT-TITLE
010770                            WS-RPT-COLHEAD WS-RUN-STAMP-DISP
010780                            DOC-LINE WS-RPT-OUT-LINES
010790                            WS-RPT-OUT-COUNT
010800     PERFORM 7760-WRITE-OUT-LINE THRU 7760-EXIT
010810         VARYING WS-RPT-SUB FROM 1 BY 1
010820         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
010830 7750-EXIT.
010840     EXIT.
010850
010860 7760-WRITE-OUT-LINE.
010870     MOVE WS-RPT-OUT-LINE(WS-RPT-SUB) TO DOC-LINE
010880     WRITE DOC-LINE.
010890 7760-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930*  7800-EDITA-DATA
010940*  AAAAMMDD DE WS-DATA-IN PARA DD/MM/AAAA EM WS-DATA-ED.
010950******************************************************************
010960 7800-EDITA-DATA.
010970     MOVE SPACES TO WS-DATA-ED
010980     IF WS-DATA-IN NOT NUMERIC
010990         GO TO 7800-EXIT
011000     END-IF
011010     STRING WS-DATA-IN(7:2) "/" WS-DATA-IN(5:2) "/"
011020            WS-DATA-IN(1:4)
011030         DELIMITED BY SIZE INTO WS-DATA-ED.
011040 7800-EXIT.
011050     EXIT.
