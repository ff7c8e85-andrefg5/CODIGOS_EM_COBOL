000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    NOTACAP.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCOLA - CAPTURA DE NOTAS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  NOTACAP.CBL
000090*  CAPTURA DE NOTAS POR TURMA E DISCIPLINA. O ROSTER ERA MONTADO
000100*  DIGITANDO LINHAS NUM ARQUIVO TEXTO E O ERRO DE DIGITACAO SO
000110*  APARECIA A NOITE, NOS REJEITADOS DO MEDIAPONDERADA (MEDIAREJ).
000120*  AGORA, NO PADRAO DO FREQCAP, O OPERADOR INFORMA A TURMA, A
000130*  DISCIPLINA E A AVALIACAO (N1 A N4), E O PROGRAMA:
000140*    - CONFERE SE A TURMA/DISCIPLINA ESTA ATRIBUIDA AO OPERADOR
000150*      NO PERIODO CORRENTE (ATRIBUI; ROTINA PROFINFO) - A
000160*      COORDENACAO LIBERA QUALQUER UMA, E A LIBERACAO FICA NA
000170*      AUDITORIA;
000180*    - LISTA OS ALUNOS MATRICULADOS NA DISCIPLINA (MATRICUL) QUE
000190*      SAO DA TURMA, COM O NOME PELO ALUNINFO;
000200*    - PEDE A NOTA DE CADA UM E A CONFERE NA HORA CONTRA A
000210*      ESCALA DA APURACAO (0,00 A 10,00);
000220*    - ANTES DE FECHAR A REMESSA MOSTRA QUEM FICOU SEM NOTA E
000230*      DEIXA LANCAR AS PENDENTES, FECHAR ASSIM OU CANCELAR;
000240*    - AO FECHAR, REGRAVA O ROSTER INTEIRO COM O HEADER (O QUE
000250*      VEIO, OU UM NOVO COM A DATA E A ORIGEM NOTACAP) E O
000260*      TRAILER REGERADO COM A CONTAGEM E A SOMA DE N1, COMO O
000270*      ALTNOTA. LINHA NOVA DE ALUNO/DISCIPLINA ENTRA COM AS
000280*      DEMAIS AVALIACOES ZERADAS.
000290*  CADA NOTA GRAVADA VAI A TRILHA DE AUDITORIA E AO DIARIO DE
000300*  IMAGEM-ANTES (BIMGJRNL) - O DESFAZ DESFAZ A SESSAO PELO
000310*  CARIMBO DA EXECUCAO.
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CLASS-ROSTER-FILE ASSIGN TO "ROSTER"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS WS-ROSTER-FILE-STATUS.
000430     SELECT ENROLLMENT-FILE ASSIGN TO "MATRICUL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS WS-MATR-FILE-STATUS.
000460     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000490     SELECT BEFORE-IMAGE-FILE ASSIGN TO "BIMGJRNL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS  IS WS-BIMG-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CLASS-ROSTER-FILE
000550     RECORDING MODE IS F.
000560     COPY ROSTREC.
000570     COPY CTLREC.
000580 FD  ENROLLMENT-FILE
000590     RECORDING MODE IS F.
000600     COPY MATRICREC.
000610 FD  AUDIT-LOG-FILE
000620     RECORDING MODE IS F.
000630     COPY AUDITREC.
000640 FD  BEFORE-IMAGE-FILE
000650     RECORDING MODE IS F.
000660     COPY BIMGREC.
000670 WORKING-STORAGE SECTION.
000680 01  WS-SWITCHES.
000690     05  WS-ROSTER-FILE-STATUS   PIC X(02)   VALUE "00".
000700     05  WS-MATR-FILE-STATUS     PIC X(02)   VALUE "00".
000710     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000720     05  WS-BIMG-FILE-STATUS     PIC X(02)   VALUE "00".
000730     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000740         88  WS-EOF                          VALUE "Y".
000750     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000760         88  WS-SIGNON-VALID                 VALUE "Y".
000770     05  WS-RECUSA-SW            PIC X(01)   VALUE "N".
000780         88  WS-RECUSADA                     VALUE "Y".
000790     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
000800         88  WS-OVERFLOW                     VALUE "Y".
000810     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000820         88  WS-FOUND                        VALUE "Y".
000830     05  WS-NOTA-FEITA-SW        PIC X(01)   VALUE "N".
000840         88  WS-NOTA-FEITA                   VALUE "Y".
000850     05  WS-FECHA-SW             PIC X(01)   VALUE " ".
000860         88  WS-FECHA-GRAVAR                 VALUE "S".
000870         88  WS-FECHA-CANCELAR               VALUE "C".
000880         88  WS-FECHADA                      VALUE "S" "C".
000890     05  WS-HDR-SEEN-SW          PIC X(01)   VALUE "N".
000900         88  WS-HDR-SEEN                     VALUE "Y".
000910 01  WS-MSG-CODE-WK              PIC X(08).
000920 01  WS-MSG-TEXT-WK              PIC X(60).
000930 01  WS-OPERATOR-ID              PIC X(08).
000940 01  WS-OPERATOR-PIN             PIC X(04).
000950 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000960 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000970     88  WS-AUTHORIZED                       VALUE "Y".
000980     COPY RUNSTAMP.
000990 01  WS-TURMA                    PIC X(06).
001000 01  WS-DISC                     PIC X(08).
001010 01  WS-IN-CAMPO                 PIC X(01).
001020 01  WS-CAMPO-SUB                PIC 9(01).
001030 01  WS-IN-NOTA                  PIC X(10).
001040 01  WS-IN-FECHA                 PIC X(01).
001050 01  WS-NOTA-NOVA                PIC 99V99.
001060 01  WS-NOTA-ANTIGA              PIC 99V99.
001070 01  WS-NOTA-ED                  PIC Z9.99.
001080 01  WS-NOTA-VALID-SW            PIC X(01)   VALUE "N".
001090     88  WS-NOTA-VALID                       VALUE "Y".
001100 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001110 01  WS-NOTA-MAXIMA              PIC 99V99   VALUE 10.00.
001120*  TURMA DO ALUNO (ALUNINFO) E ATRIBUICAO DO OPERADOR (PROFINFO).
001130 01  WS-ALUNO-NOME               PIC X(30).
001140 01  WS-ALUNO-TURMA              PIC X(06).
001150 01  WS-ALUNO-OK-SW              PIC X(01)   VALUE "N".
001160     88  WS-ALUNO-OK                         VALUE "Y".
001170 01  WS-PROF-FUNC                PIC X(01)   VALUE "A".
001180 01  WS-PROF-PERIODO             PIC X(02)   VALUE SPACES.
001190 01  WS-PROF-NOME                PIC X(30).
001200 01  WS-PROF-RESULT-SW           PIC X(01)   VALUE "N".
001210     88  WS-PROF-ATRIBUIDO                   VALUE "Y".
001220     88  WS-PROF-COORDENACAO                 VALUE "C".
001230     88  WS-PROF-RECUSADO                    VALUE "N".
001240*  MOLDURA DE CONTROLE DA REMESSA (HDR/TRL).
001250 01  WS-HDR-IMAGE                PIC X(33).
001260 01  WS-N1-HASH                  PIC 9(11)V99 VALUE ZERO.
001270 01  WS-SCAN                     PIC 9(03).
001280 01  WS-EN-SCAN                  PIC 9(03).
001290 01  WS-NOVAS                    PIC 9(03)   VALUE ZERO.
001300 01  WS-LANCADAS                 PIC 9(03)   VALUE ZERO.
001310 01  WS-PENDENTES                PIC 9(03)   VALUE ZERO.
001320 01  WS-GRAVADAS                 PIC 9(03)   VALUE ZERO.
001330 01  WS-LIVRES                   PIC 9(03).
001340
001350******************************************************************
001360*  ESPELHO DA LINHA DO ROSTER PARA MONTAR AS IMAGENS DO DIARIO
001370*  DE IMAGEM-ANTES SEM PASSAR PELO BUFFER DO ARQUIVO.
001380******************************************************************
001390 01  WS-ROSTER-IMAGE.
001400     05  WS-RIM-ALUNO            PIC X(08).
001410     05  WS-RIM-NOTA OCCURS 4 TIMES PIC 99V99.
001420     05  WS-RIM-DISC             PIC X(08).
001430     05  FILLER                  PIC X(08).
001440
001450******************************************************************
001460*  ROSTER CARREGADO EM MEMORIA (TODAS AS TURMAS E DISCIPLINAS) E
001470*  REGRAVADO INTEIRO NO FECHAMENTO DA REMESSA.
001480******************************************************************
001490 01  WS-ROSTER-TABLE.
001500     05  WS-RO-ENTRY OCCURS 300 TIMES
001510                     INDEXED BY WS-RO-IDX.
001520         10  WS-RO-ALUNO         PIC X(08).
001530         10  WS-RO-DISC          PIC X(08).
001540         10  WS-RO-NOTAS.
001550             15  WS-RO-NOTA OCCURS 4 TIMES PIC 99V99.
001560 01  WS-RO-COUNT                 PIC 9(03)   VALUE ZERO.
001570
001580******************************************************************
001590*  ALUNOS DA TURMA MATRICULADOS NA DISCIPLINA, NA ORDEM DO
001600*  MATRICUL, COM A LINHA DO ROSTER (ZERO SE AINDA NAO HA) E A
001610*  NOTA LANCADA NESTA SESSAO.
001620******************************************************************
001630 01  WS-EN-TABLE.
001640     05  WS-EN-ENTRY OCCURS 80 TIMES
001650                     INDEXED BY WS-EN-IDX.
001660         10  WS-EN-ALUNO         PIC X(08).
001670         10  WS-EN-NOME          PIC X(30).
001680         10  WS-EN-RO-POS        PIC 9(03).
001690         10  WS-EN-SIT           PIC X(01).
001700             88  WS-EN-PENDENTE              VALUE "P".
001710             88  WS-EN-LANCADA               VALUE "L".
001720         10  WS-EN-NOTA          PIC 99V99.
001730 01  WS-EN-COUNT                 PIC 9(03)   VALUE ZERO.
001740
001750 PROCEDURE DIVISION.
001760
001770 0000-MAINLINE.
001780     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001790*    CAPTURA DA SECRETARIA - EXIGE NIVEL 5 PELO OPAUTH.
001800     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001810                         WS-AUTHORIZED-SW
001820     IF NOT WS-AUTHORIZED
001830         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001840         MOVE 8 TO RETURN-CODE
001850         STOP RUN
001860     END-IF
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001880     IF WS-RECUSADA
001890         MOVE 8 TO RETURN-CODE
001900         STOP RUN
001910     END-IF
001920*    ROSTER OU TURMA MAIOR QUE A TABELA - REGRAVAR SO COM O QUE
001930*    COUBE APAGARIA ALUNOS; A SESSAO E RECUSADA SEM MEXER NO
001940*    ROSTER.
001950     IF WS-OVERFLOW
001960         DISPLAY "ROSTER OU TURMA MAIOR QUE A TABELA - SESSAO"
001970                 " RECUSADA, NADA ALTERADO"
001980         MOVE 8 TO RETURN-CODE
001990         STOP RUN
002000     END-IF
002010     PERFORM 2000-CAPTURE-ONE THRU 2000-EXIT
002020         VARYING WS-EN-SCAN FROM 1 BY 1
002030         UNTIL WS-EN-SCAN > WS-EN-COUNT
002040     PERFORM 3000-CLOSE-BATCH THRU 3000-EXIT
002050         UNTIL WS-FECHADA
002060     PERFORM 4000-FINALIZE THRU 4000-EXIT
002070     STOP RUN.
002080
002090******************************************************************
002100*  0010-SIGN-ON
002110*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002120*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002130******************************************************************
002140 0010-SIGN-ON.
002150     MOVE "N" TO WS-SIGNON-VALID-SW
002160     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002170         UNTIL WS-SIGNON-VALID.
002180 0010-EXIT.
002190     EXIT.
002200
002210 0020-PROMPT-SIGNON.
002220     MOVE "SGN-001" TO WS-MSG-CODE-WK
002230     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002240     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002250     ACCEPT WS-OPERATOR-ID
002260     MOVE "SGN-002" TO WS-MSG-CODE-WK
002270     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002280     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002290     ACCEPT WS-OPERATOR-PIN
002300     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002310                           WS-SIGNON-VALID-SW
002320     IF NOT WS-SIGNON-VALID
002330         MOVE "SGN-003" TO WS-MSG-CODE-WK
002340         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002350         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002360     END-IF.
002370 0020-EXIT.
002380     EXIT.
002390
002400******************************************************************
002410*  0100-OPEN-AUDIT-LOG-FILE
002420*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002430*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002440******************************************************************
002450 0100-OPEN-AUDIT-LOG-FILE.
002460     OPEN EXTEND AUDIT-LOG-FILE
002470     IF WS-AUDIT-FILE-STATUS = "35"
002480         OPEN OUTPUT AUDIT-LOG-FILE
002490         CLOSE AUDIT-LOG-FILE
002500         OPEN EXTEND AUDIT-LOG-FILE
002510     END-IF.
002520
002530******************************************************************
002540*  0150-OPEN-BEFORE-IMAGE
002550*  ABRE O DIARIO DE IMAGEM-ANTES EM MODO EXTEND, CRIANDO-O SE
002560*  ESTA E A PRIMEIRA EXECUCAO.
002570******************************************************************
002580 0150-OPEN-BEFORE-IMAGE.
002590     OPEN EXTEND BEFORE-IMAGE-FILE
002600     IF WS-BIMG-FILE-STATUS = "35"
002610         OPEN OUTPUT BEFORE-IMAGE-FILE
002620         CLOSE BEFORE-IMAGE-FILE
002630         OPEN EXTEND BEFORE-IMAGE-FILE
002640     END-IF.
002650
002660******************************************************************
002670*  1000-INITIALIZE
002680*  PEDE A TURMA, A DISCIPLINA E A AVALIACAO, CONFERE A
002690*  ATRIBUICAO DO OPERADOR, CARREGA O ROSTER E MONTA A LISTA DOS
002700*  ALUNOS MATRICULADOS.
002710******************************************************************
002720 1000-INITIALIZE.
002730     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002740     ACCEPT RUN-STAMP-ID   FROM TIME
002750     DISPLAY "TURMA (EX. 7A):"
002760     ACCEPT WS-TURMA
002770     DISPLAY "DISCIPLINA (EX. MAT):"
002780     ACCEPT WS-DISC
002790     DISPLAY "AVALIACAO (1-4):"
002800     ACCEPT WS-IN-CAMPO
002810     IF WS-TURMA = SPACES OR WS-DISC = SPACES
002820         DISPLAY "TURMA E DISCIPLINA SAO OBRIGATORIAS - SESSAO"
002830                 " RECUSADA"
002840         MOVE "Y" TO WS-RECUSA-SW
002850         GO TO 1000-EXIT
002860     END-IF
002870     IF WS-IN-CAMPO < "1" OR WS-IN-CAMPO > "4"
002880         DISPLAY "AVALIACAO INVALIDA - SESSAO RECUSADA"
002890         MOVE "Y" TO WS-RECUSA-SW
002900         GO TO 1000-EXIT
002910     END-IF
002920     MOVE WS-IN-CAMPO TO WS-CAMPO-SUB
002930     CALL "PROFINFO" USING WS-PROF-FUNC WS-OPERATOR-ID
002940                           WS-TURMA WS-DISC
002950                           WS-PROF-PERIODO WS-PROF-NOME
002960                           WS-PROF-RESULT-SW
002970     IF WS-PROF-RECUSADO
002980         DISPLAY "TURMA " WS-TURMA " / " WS-DISC
002990                 " NAO ATRIBUIDA AO OPERADOR - SESSAO RECUSADA"
003000         MOVE "Y" TO WS-RECUSA-SW
003010         GO TO 1000-EXIT
003020     END-IF
003030     IF WS-PROF-COORDENACAO
003040         DISPLAY "TURMA FORA DAS ATRIBUICOES - LIBERADA PELA"
003050                 " COORDENACAO"
003060     END-IF
003070     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
003080     PERFORM 1200-LOAD-MATRICULA THRU 1200-EXIT
003090     IF WS-OVERFLOW
003100         GO TO 1000-EXIT
003110     END-IF
003120     IF WS-EN-COUNT = ZERO
003130         DISPLAY "NENHUM ALUNO DA TURMA " WS-TURMA
003140                 " MATRICULADO EM " WS-DISC " - SESSAO RECUSADA"
003150         MOVE "Y" TO WS-RECUSA-SW
003160         GO TO 1000-EXIT
003170     END-IF
003180     PERFORM 1300-SHOW-TURMA THRU 1300-EXIT.
003190 1000-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*  1100-LOAD-ROSTER
003240*  CARREGA O ROSTER. AS LINHAS DE CONTROLE FICAM FORA DA TABELA:
003250*  O HEADER E GUARDADO COMO VEIO E O TRAILER E REGERADO.
003260******************************************************************
003270 1100-LOAD-ROSTER.
003280     OPEN INPUT CLASS-ROSTER-FILE
003290     IF WS-ROSTER-FILE-STATUS NOT = "00"
003300         GO TO 1100-EXIT
003310     END-IF
003320     MOVE "N" TO WS-EOF-SW
003330     PERFORM 1110-READ-ROSTER THRU 1110-EXIT
003340         UNTIL WS-EOF
003350     CLOSE CLASS-ROSTER-FILE.
003360 1100-EXIT.
003370     EXIT.
003380
003390 1110-READ-ROSTER.
003400     READ CLASS-ROSTER-FILE
003410         AT END
003420             MOVE "Y" TO WS-EOF-SW
003430             GO TO 1110-EXIT
003440     END-READ
003450     IF CTL-HEADER
003460         MOVE "Y" TO WS-HDR-SEEN-SW
003470         MOVE CONTROL-RECORD TO WS-HDR-IMAGE
003480         GO TO 1110-EXIT
003490     END-IF
003500     IF CTL-TRAILER
003510         GO TO 1110-EXIT
003520     END-IF
003530     IF WS-RO-COUNT >= 300
003540         MOVE "Y" TO WS-OVERFLOW-SW
003550         GO TO 1110-EXIT
003560     END-IF
003570     ADD 1 TO WS-RO-COUNT
003580     SET WS-RO-IDX TO WS-RO-COUNT
003590     MOVE ROSTER-ALUNO-ID   TO WS-RO-ALUNO(WS-RO-IDX)
003600     MOVE ROSTER-DISCIPLINA TO WS-RO-DISC(WS-RO-IDX)
003610     MOVE ROSTER-N1         TO WS-RO-NOTA(WS-RO-IDX 1)
003620     MOVE ROSTER-N2         TO WS-RO-NOTA(WS-RO-IDX 2)
003630     MOVE ROSTER-N3         TO WS-RO-NOTA(WS-RO-IDX 3)
003640     MOVE ROSTER-N4         TO WS-RO-NOTA(WS-RO-IDX 4).
003650 1110-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*  1200-LOAD-MATRICULA
003700*  SELECIONA AS MATRICULAS ABERTAS NA DISCIPLINA DE ALUNOS DA
003710*  TURMA (ALUNINFO), UMA VEZ POR ALUNO, E LOCALIZA A LINHA DE
003720*  CADA UM NO ROSTER.
003730******************************************************************
003740 1200-LOAD-MATRICULA.
003750     OPEN INPUT ENROLLMENT-FILE
003760     IF WS-MATR-FILE-STATUS NOT = "00"
003770         GO TO 1200-EXIT
003780     END-IF
003790     MOVE "N" TO WS-EOF-SW
003800     PERFORM 1210-READ-MATRICULA THRU 1210-EXIT
003810         UNTIL WS-EOF
003820     CLOSE ENROLLMENT-FILE.
003830 1200-EXIT.
003840     EXIT.
003850
003860 1210-READ-MATRICULA.
003870     READ ENROLLMENT-FILE
003880         AT END
003890             MOVE "Y" TO WS-EOF-SW
003900             GO TO 1210-EXIT
003910     END-READ
003920     IF MAT-DISCIPLINA NOT = WS-DISC
003930         OR MAT-ENCERRADA
003940         GO TO 1210-EXIT
003950     END-IF
003960     MOVE "N" TO WS-FOUND-SW
003970     PERFORM 1220-MATCH-ENROLLED THRU 1220-EXIT
003980         VARYING WS-EN-IDX FROM 1 BY 1
003990         UNTIL WS-EN-IDX > WS-EN-COUNT OR WS-FOUND
004000     IF WS-FOUND
004010         GO TO 1210-EXIT
004020     END-IF
004030     MOVE "N" TO WS-ALUNO-OK-SW
004040     CALL "ALUNINFO" USING MAT-ALUNO-ID WS-ALUNO-NOME
004050                           WS-ALUNO-TURMA WS-ALUNO-OK-SW
004060     IF NOT WS-ALUNO-OK
004070         OR WS-ALUNO-TURMA NOT = WS-TURMA
004080         GO TO 1210-EXIT
004090     END-IF
004100     IF WS-EN-COUNT >= 80
004110         MOVE "Y" TO WS-OVERFLOW-SW
004120         GO TO 1210-EXIT
004130     END-IF
004140     ADD 1 TO WS-EN-COUNT
004150     SET WS-EN-IDX TO WS-EN-COUNT
004160     MOVE MAT-ALUNO-ID  TO WS-EN-ALUNO(WS-EN-IDX)
004170     MOVE WS-ALUNO-NOME TO WS-EN-NOME(WS-EN-IDX)
004180     MOVE "P"           TO WS-EN-SIT(WS-EN-IDX)
004190     MOVE ZERO          TO WS-EN-NOTA(WS-EN-IDX)
004200     MOVE ZERO          TO WS-EN-RO-POS(WS-EN-IDX)
004210     PERFORM 1230-MATCH-ROSTER THRU 1230-EXIT
004220         VARYING WS-SCAN FROM 1 BY 1
004230         UNTIL WS-SCAN > WS-RO-COUNT
004240            OR WS-EN-RO-POS(WS-EN-IDX) > ZERO.
004250 1210-EXIT.
004260     EXIT.
004270
004280 1220-MATCH-ENROLLED.
004290     IF WS-EN-ALUNO(WS-EN-IDX) = MAT-ALUNO-ID
004300         MOVE "Y" TO WS-FOUND-SW
004310     END-IF.
004320 1220-EXIT.
004330     EXIT.
004340
004350 1230-MATCH-ROSTER.
004360     SET WS-RO-IDX TO WS-SCAN
004370     IF WS-RO-ALUNO(WS-RO-IDX) = WS-EN-ALUNO(WS-EN-IDX)
004380         AND WS-RO-DISC(WS-RO-IDX) = WS-DISC
004390         MOVE WS-SCAN TO WS-EN-RO-POS(WS-EN-IDX)
004400     END-IF.
004410 1230-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450*  1300-SHOW-TURMA
004460*  LISTA OS ALUNOS DA SESSAO COM A NOTA QUE JA ESTA NO ROSTER
004470*  PARA A AVALIACAO ESCOLHIDA.
004480******************************************************************
004490 1300-SHOW-TURMA.
004500     DISPLAY " "
004510     DISPLAY "TURMA " WS-TURMA " DISCIPLINA " WS-DISC
004520             " AVALIACAO N" WS-IN-CAMPO " - "
004530             WS-EN-COUNT " ALUNO(S) MATRICULADO(S)"
004540     PERFORM 1310-SHOW-ALUNO THRU 1310-EXIT
004550         VARYING WS-EN-IDX FROM 1 BY 1
004560         UNTIL WS-EN-IDX > WS-EN-COUNT.
004570 1300-EXIT.
004580     EXIT.
004590
004600 1310-SHOW-ALUNO.
004610     IF WS-EN-RO-POS(WS-EN-IDX) = ZERO
004620         DISPLAY "  " WS-EN-ALUNO(WS-EN-IDX) " "
004630                 WS-EN-NOME(WS-EN-IDX) "  (SEM LINHA NO ROSTER)"
004640         GO TO 1310-EXIT
004650     END-IF
004660     SET WS-RO-IDX TO WS-EN-RO-POS(WS-EN-IDX)
004670     MOVE WS-RO-NOTA(WS-RO-IDX WS-CAMPO-SUB) TO WS-NOTA-ED
004680     DISPLAY "  " WS-EN-ALUNO(WS-EN-IDX) " "
004690             WS-EN-NOME(WS-EN-IDX) "  ATUAL " WS-NOTA-ED.
004700 1310-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*  2000-CAPTURE-ONE
004750*  PEDE A NOTA DO ALUNO DA VEZ ATE VIR UMA NOTA DENTRO DA ESCALA
004760*  OU BRANCO (FICA PENDENTE). NO RETORNO DO FECHAMENTO SO OS
004770*  PENDENTES SAO PEDIDOS DE NOVO.
004780******************************************************************
004790 2000-CAPTURE-ONE.
004800     SET WS-EN-IDX TO WS-EN-SCAN
004810     IF NOT WS-EN-PENDENTE(WS-EN-IDX)
004820         GO TO 2000-EXIT
004830     END-IF
004840     DISPLAY " "
004850     DISPLAY WS-EN-ALUNO(WS-EN-IDX) " " WS-EN-NOME(WS-EN-IDX)
004860     MOVE "N" TO WS-NOTA-FEITA-SW
004870     PERFORM 2100-PROMPT-NOTA THRU 2100-EXIT
004880         UNTIL WS-NOTA-FEITA.
004890 2000-EXIT.
004900     EXIT.
004910
004920 2100-PROMPT-NOTA.
004930     DISPLAY "NOTA N" WS-IN-CAMPO
004940             " (NNNN = NN,NN, BRANCO=PENDENTE):"
004950     ACCEPT WS-IN-NOTA
004960     IF WS-IN-NOTA = SPACES
004970         MOVE "Y" TO WS-NOTA-FEITA-SW
004980         GO TO 2100-EXIT
004990     END-IF
005000     CALL "VALIDNUM" USING WS-IN-NOTA WS-ALLOW-ZERO-YES
005010                           WS-NOTA-VALID-SW
005020     IF NOT WS-NOTA-VALID
005030         DISPLAY "NOTA INVALIDA - DIGITE DE NOVO"
005040         GO TO 2100-EXIT
005050     END-IF
005060     COMPUTE WS-NOTA-NOVA =
005070         FUNCTION NUMVAL(WS-IN-NOTA) / 100
005080     IF WS-NOTA-NOVA > WS-NOTA-MAXIMA
005090         DISPLAY "NOTA FORA DA ESCALA 0,00-10,00 - DIGITE DE NOVO"
005100         GO TO 2100-EXIT
005110     END-IF
005120     MOVE WS-NOTA-NOVA TO WS-EN-NOTA(WS-EN-IDX)
005130     MOVE "L" TO WS-EN-SIT(WS-EN-IDX)
005140     ADD 1 TO WS-LANCADAS
005150     IF WS-EN-RO-POS(WS-EN-IDX) = ZERO
005160         ADD 1 TO WS-NOVAS
005170     END-IF
005180     MOVE "Y" TO WS-NOTA-FEITA-SW.
005190 2100-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230*  3000-CLOSE-BATCH
005240*  MOSTRA OS ALUNOS AINDA SEM NOTA E PERGUNTA SE A REMESSA FECHA
005250*  ASSIM, SE VOLTA AOS PENDENTES OU SE E CANCELADA.
005260******************************************************************
005270 3000-CLOSE-BATCH.
005280     MOVE ZERO TO WS-PENDENTES
005290     DISPLAY " "
005300     PERFORM 3100-SHOW-PENDENTE THRU 3100-EXIT
005310         VARYING WS-EN-IDX FROM 1 BY 1
005320         UNTIL WS-EN-IDX > WS-EN-COUNT
005330     IF WS-PENDENTES = ZERO
005340         DISPLAY "TODOS OS " WS-EN-COUNT " ALUNOS COM NOTA"
005350         DISPLAY "FECHAR A REMESSA (S=GRAVAR, C=CANCELAR):"
005360     ELSE
005370         DISPLAY WS-PENDENTES " ALUNO(S) SEM NOTA N" WS-IN-CAMPO
005380         DISPLAY "FECHAR A REMESSA (S=GRAVAR ASSIM, N=LANCAR"
005390                 " OS PENDENTES, C=CANCELAR):"
005400     END-IF
005410     ACCEPT WS-IN-FECHA
005420     EVALUATE WS-IN-FECHA
005430         WHEN "S"
005440         WHEN "s"
005450             MOVE "S" TO WS-FECHA-SW
005460         WHEN "C"
005470         WHEN "c"
005480             MOVE "C" TO WS-FECHA-SW
005490         WHEN "N"
005500         WHEN "n"
005510             IF WS-PENDENTES > ZERO
005520                 PERFORM 2000-CAPTURE-ONE THRU 2000-EXIT
005530                     VARYING WS-EN-SCAN FROM 1 BY 1
005540                     UNTIL WS-EN-SCAN > WS-EN-COUNT
005550             END-IF
005560         WHEN OTHER
005570             DISPLAY "RESPOSTA INVALIDA"
005580     END-EVALUATE.
005590 3000-EXIT.
005600     EXIT.
005610
005620 3100-SHOW-PENDENTE.
005630     IF WS-EN-PENDENTE(WS-EN-IDX)
005640         ADD 1 TO WS-PENDENTES
005650         DISPLAY "  SEM NOTA: " WS-EN-ALUNO(WS-EN-IDX) " "
005660                 WS-EN-NOME(WS-EN-IDX)
005670     END-IF.
005680 3100-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720*  4000-FINALIZE
005730*  REMESSA CANCELADA OU SEM NOTA LANCADA NAO MEXE NO ROSTER. AO
005740*  GRAVAR, CADA NOTA VAI A AUDITORIA E AO DIARIO ANTES DE MUDAR
005750*  NA TABELA, E O ROSTER E REGRAVADO COM HEADER E TRAILER.
005760******************************************************************
005770 4000-FINALIZE.
005780     IF WS-FECHA-CANCELAR
005790         DISPLAY "REMESSA CANCELADA - ROSTER NAO ALTERADO"
005800         GO TO 4000-EXIT
005810     END-IF
005820     IF WS-LANCADAS = ZERO
005830         DISPLAY "NENHUMA NOTA LANCADA - ROSTER NAO ALTERADO"
005840         GO TO 4000-EXIT
005850     END-IF
005860     SUBTRACT WS-RO-COUNT FROM 300 GIVING WS-LIVRES
005870     IF WS-NOVAS > WS-LIVRES
005880         DISPLAY "ROSTER SEM ESPACO PARA " WS-NOVAS
005890                 " LINHA(S) NOVA(S) - REMESSA NAO GRAVADA"
005900         MOVE 8 TO RETURN-CODE
005910         GO TO 4000-EXIT
005920     END-IF
005930     PERFORM 0100-OPEN-AUDIT-LOG-FILE
005940     PERFORM 0150-OPEN-BEFORE-IMAGE
005950     PERFORM 4100-APPLY-ONE THRU 4100-EXIT
005960         VARYING WS-EN-IDX FROM 1 BY 1
005970         UNTIL WS-EN-IDX > WS-EN-COUNT
005980     OPEN OUTPUT CLASS-ROSTER-FILE
005990     IF WS-HDR-SEEN
006000         MOVE WS-HDR-IMAGE TO CONTROL-RECORD
006010     ELSE
006020         MOVE SPACES         TO CONTROL-RECORD
006030         MOVE "HDR"          TO CTL-TYPE
006040         MOVE RUN-STAMP-DATE TO CTL-BUS-DATE
006050         MOVE "NOTACAP"      TO CTL-SOURCE
006060     END-IF
006070     WRITE CONTROL-RECORD
006080     PERFORM 4200-WRITE-ONE-ROSTER THRU 4200-EXIT
006090         VARYING WS-SCAN FROM 1 BY 1
006100         UNTIL WS-SCAN > WS-RO-COUNT
006110     PERFORM 4300-WRITE-TRAILER THRU 4300-EXIT
006120     CLOSE CLASS-ROSTER-FILE
006130     CLOSE BEFORE-IMAGE-FILE
006140     CLOSE AUDIT-LOG-FILE
006150     DISPLAY "REMESSA FECHADA: " WS-GRAVADAS " NOTA(S) N"
006160             WS-IN-CAMPO " GRAVADA(S), " WS-PENDENTES
006170             " SEM NOTA - ROSTER COM " WS-RO-COUNT " LINHAS".
006180 4000-EXIT.
006190     EXIT.
006200
006210******************************************************************
006220*  4100-APPLY-ONE
006230*  LEVA A NOTA LANCADA PARA A LINHA DO ALUNO NO ROSTER; SEM
006240*  LINHA, INCLUI UMA NOVA COM AS OUTRAS AVALIACOES ZERADAS.
006250******************************************************************
006260 4100-APPLY-ONE.
006270     IF NOT WS-EN-LANCADA(WS-EN-IDX)
006280         GO TO 4100-EXIT
006290     END-IF
006300     MOVE WS-EN-NOTA(WS-EN-IDX) TO WS-NOTA-NOVA
006310     MOVE "ROSTER" TO BIMG-FILE-NAME
006320     IF WS-EN-RO-POS(WS-EN-IDX) = ZERO
006330         ADD 1 TO WS-RO-COUNT
006340         SET WS-RO-IDX TO WS-RO-COUNT
006350         MOVE WS-EN-ALUNO(WS-EN-IDX) TO WS-RO-ALUNO(WS-RO-IDX)
006360         MOVE WS-DISC                TO WS-RO-DISC(WS-RO-IDX)
006370         MOVE ZERO                   TO WS-RO-NOTA(WS-RO-IDX 1)
006380                                        WS-RO-NOTA(WS-RO-IDX 2)
006390                                        WS-RO-NOTA(WS-RO-IDX 3)
006400                                        WS-RO-NOTA(WS-RO-IDX 4)
006410         MOVE ZERO TO WS-NOTA-ANTIGA
006420         PERFORM 7000-WRITE-AUDIT
006430         MOVE WS-NOTA-NOVA TO WS-RO-NOTA(WS-RO-IDX WS-CAMPO-SUB)
006440         MOVE SPACES TO BIMG-OLD-IMAGE
006450         PERFORM 7200-BUILD-ROSTER-IMAGE
006460         MOVE WS-ROSTER-IMAGE TO BIMG-NEW-IMAGE
006470         MOVE "I" TO BIMG-ACAO
006480     ELSE
006490         SET WS-RO-IDX TO WS-EN-RO-POS(WS-EN-IDX)
006500         MOVE WS-RO-NOTA(WS-RO-IDX WS-CAMPO-SUB)
006510             TO WS-NOTA-ANTIGA
006520         PERFORM 7000-WRITE-AUDIT
006530         PERFORM 7200-BUILD-ROSTER-IMAGE
006540         MOVE WS-ROSTER-IMAGE TO BIMG-OLD-IMAGE
006550         MOVE WS-NOTA-NOVA TO WS-RO-NOTA(WS-RO-IDX WS-CAMPO-SUB)
006560         PERFORM 7200-BUILD-ROSTER-IMAGE
006570         MOVE WS-ROSTER-IMAGE TO BIMG-NEW-IMAGE
006580         MOVE "A" TO BIMG-ACAO
006590     END-IF
006600     PERFORM 7300-WRITE-BIMG
006610     ADD 1 TO WS-GRAVADAS.
006620 4100-EXIT.
006630     EXIT.
006640
006650 4200-WRITE-ONE-ROSTER.
006660     SET WS-RO-IDX TO WS-SCAN
006670     MOVE SPACES                     TO ROSTER-RECORD
006680     MOVE WS-RO-ALUNO(WS-RO-IDX)     TO ROSTER-ALUNO-ID
006690     MOVE WS-RO-DISC(WS-RO-IDX)      TO ROSTER-DISCIPLINA
006700     MOVE WS-RO-NOTA(WS-RO-IDX 1)    TO ROSTER-N1
006710     MOVE WS-RO-NOTA(WS-RO-IDX 2)    TO ROSTER-N2
006720     MOVE WS-RO-NOTA(WS-RO-IDX 3)    TO ROSTER-N3
006730     MOVE WS-RO-NOTA(WS-RO-IDX 4)    TO ROSTER-N4
006740     WRITE ROSTER-RECORD.
006750 4200-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790*  4300-WRITE-TRAILER
006800*  GERA O TRAILER DA REMESSA COM A CONTAGEM E A SOMA DE N1 - E
006810*  ESSA SOMA QUE A APURACAO CONFERE ANTES DE FECHAR.
006820******************************************************************
006830 4300-WRITE-TRAILER.
006840     MOVE ZERO TO WS-N1-HASH
006850     PERFORM 4350-SUM-ONE-N1 THRU 4350-EXIT
006860         VARYING WS-SCAN FROM 1 BY 1
006870         UNTIL WS-SCAN > WS-RO-COUNT
006880     MOVE SPACES      TO CONTROL-RECORD
006890     MOVE "TRL"       TO CTL-TYPE
006900     MOVE WS-RO-COUNT TO CTL-REC-COUNT
006910     MOVE WS-N1-HASH  TO CTL-HASH-TOTAL
006920     WRITE CONTROL-RECORD.
006930 4300-EXIT.
006940     EXIT.
006950
006960 4350-SUM-ONE-N1.
006970     SET WS-RO-IDX TO WS-SCAN
006980     ADD WS-RO-NOTA(WS-RO-IDX 1) TO WS-N1-HASH.
006990 4350-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030*  7000-WRITE-AUDIT
007040*  GRAVA A NOTA LANCADA (VALOR ANTIGO E NOVO) NA TRILHA DE
007050*  AUDITORIA, MARCANDO A LIBERACAO DA COORDENACAO.
007060******************************************************************
007070 7000-WRITE-AUDIT.
007080     MOVE "NOTACAP"          TO AUDIT-PROGRAM-ID
007090     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007100     ACCEPT AUDIT-TIME FROM TIME
007110     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007120     MOVE WS-EN-ALUNO(WS-EN-IDX) TO AUDIT-KEY
007130     MOVE SPACES              TO AUDIT-DETAIL
007140     STRING "TURMA=" WS-TURMA
007150            " DISC=" WS-DISC
007160            " N" WS-IN-CAMPO
007170            " DE " WS-NOTA-ANTIGA
007180            " PARA " WS-NOTA-NOVA
007190         DELIMITED BY SIZE INTO AUDIT-DETAIL
007200     IF WS-PROF-COORDENACAO
007210         MOVE "LIB.COORD" TO AUDIT-DETAIL(52:9)
007220     END-IF
007230     CALL "AUDITWR" USING AUDIT-RECORD.
007240
007250******************************************************************
007260*  7200-BUILD-ROSTER-IMAGE
007270*  MONTA NO ESPELHO A IMAGEM DA LINHA DO ROSTER APONTADA POR
007280*  WS-RO-IDX, NO LAYOUT DO ARQUIVO.
007290******************************************************************
007300 7200-BUILD-ROSTER-IMAGE.
007310     MOVE SPACES TO WS-ROSTER-IMAGE
007320     MOVE WS-RO-ALUNO(WS-RO-IDX)     TO WS-RIM-ALUNO
007330     MOVE WS-RO-NOTA(WS-RO-IDX 1)    TO WS-RIM-NOTA(1)
007340     MOVE WS-RO-NOTA(WS-RO-IDX 2)    TO WS-RIM-NOTA(2)
007350     MOVE WS-RO-NOTA(WS-RO-IDX 3)    TO WS-RIM-NOTA(3)
007360     MOVE WS-RO-NOTA(WS-RO-IDX 4)    TO WS-RIM-NOTA(4)
007370     MOVE WS-RO-DISC(WS-RO-IDX)      TO WS-RIM-DISC.
007380
007390******************************************************************
007400*  7300-WRITE-BIMG
007410*  GRAVA A ENTRADA NO DIARIO DE IMAGEM-ANTES - O ARQUIVO, A ACAO
007420*  E AS IMAGENS JA VEM PREENCHIDOS PELO CHAMADOR.
007430******************************************************************
007440 7300-WRITE-BIMG.
007450     MOVE WS-OPERATOR-ID  TO BIMG-OPERATOR
007460     MOVE RUN-STAMP-DATE  TO BIMG-RUN-DATE
007470     MOVE RUN-STAMP-ID    TO BIMG-RUN-ID
007480     WRITE BEFORE-IMAGE-RECORD.
