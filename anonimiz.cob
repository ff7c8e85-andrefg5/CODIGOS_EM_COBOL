000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ANONIMIZ.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - PROTECAO DE DADOS PESSOAIS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  ANONIMIZ.CBL
000090*  ANONIMIZACAO DOS DADOS PESSOAIS VENCIDOS. OS CADASTROS
000100*  GUARDAVAM NOMES PARA SEMPRE; PASSADO O PRAZO DE GUARDA DO
000110*  LGPDPARM (COPYBOOK LGPDPARMREC), O NOME DO TITULAR E TROCADO
000120*  PELA MARCA "*ANON*" + ID DO REGISTRO. IDS, DATAS, SITUACOES
000130*  E VALORES (BOLSA, SALARIO, PRECO, SALDO) FICAM COMO ESTAO - OS
000140*  TOTAIS FINANCEIROS E OS VINCULOS ENTRE ARQUIVOS NAO MUDAM:
000150*    ALUNMAST - ALUNO TRANSFERIDO OU FORMADO, PELA DATA DE SAIDA;
000160*    EMPMAST  - FUNCIONARIO DESLIGADO, PELA DATA DO DESLIGAMENTO;
000170*    PASSMAST - PASSE, PELA VALIDADE;
000180*    CARNMAST - CARNE DE SALDO ZERADO, PELA DATA DA VENDA;
000190*    VISITREG - VISITA DA PORTARIA, PELA DATA DA ENTRADA (TODOS
000200*               OS MOVIMENTOS DA MESMA VISITA JUNTOS).
000210*  REGISTRO SEM A DATA DE REFERENCIA (TRANSFERENCIA ANTIGA,
000220*  DESLIGADO SEM MATRICULA) FICA COMO ESTA E SAI NO RELATORIO
000230*  PARA ANALISE. SO PARA ADMINISTRADOR (NIVEL 9):
000240*    MODO S (SIMULACAO) - SO O RELATORIO (ANONRPT), NADA MUDA;
000250*    MODO A (APLICAR)   - REGRAVA OS CADASTROS, ACRESCENTA UM
000260*                         REGISTRO POR TITULAR NO ANONREG
000270*                         (COPYBOOK ANONREC) E UM REGISTRO POR
000280*                         ARQUIVO NA TRILHA.
000290*  O RELATORIO E O ANONREG NUNCA LEVAM O NOME APAGADO. NAO HA
000300*  IMAGEM-ANTES - ANONIMIZACAO NAO SE DESFAZ PELO DESFAZ.
000310*  RC 8 QUANDO ALGUM ARQUIVO NAO COUBE NA TABELA (ESSE ARQUIVO
000320*  NAO E TOCADO).
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT LGPD-PARM-FILE ASSIGN TO "LGPDPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-PARM-FILE-STATUS.
000440     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS WS-ALUN-FILE-STATUS.
000470     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS WS-EMP-FILE-STATUS.
000500     SELECT PASS-MASTER-FILE ASSIGN TO "PASSMAST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-PASS-FILE-STATUS.
000530     SELECT CARNET-FILE ASSIGN TO "CARNMAST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS WS-CARN-FILE-STATUS.
000560     SELECT VISIT-FILE ASSIGN TO "VISITREG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS WS-VIS-FILE-STATUS.
000590     SELECT ANON-REGISTER-FILE ASSIGN TO "ANONREG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS  IS WS-ANR-FILE-STATUS.
000620     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000650     SELECT ANON-REPORT-FILE ASSIGN TO "ANONRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  LGPD-PARM-FILE
000700     RECORDING MODE IS F.
000710     COPY LGPDPARMREC.
000720 FD  STUDENT-MASTER-FILE
000730     RECORDING MODE IS F.
000740 01  ALUN-LINE                   PIC X(69).
000750 FD  EMPLOYEE-MASTER-FILE
000760     RECORDING MODE IS F.
000770 01  EMP-LINE                    PIC X(80).
000780 FD  PASS-MASTER-FILE
000790     RECORDING MODE IS F.
000800 01  PASS-LINE                   PIC X(60).
000810 FD  CARNET-FILE
000820     RECORDING MODE IS F.
000830 01  CARN-LINE                   PIC X(60).
000840 FD  VISIT-FILE
000850     RECORDING MODE IS F.
000860 01  VISIT-LINE                  PIC X(130).
000870 FD  ANON-REGISTER-FILE
000880     RECORDING MODE IS F.
000890     COPY ANONREC.
000900 FD  AUDIT-LOG-FILE
000910     RECORDING MODE IS F.
000920     COPY AUDITREC.
000930 FD  ANON-REPORT-FILE
000940     RECORDING MODE IS F.
000950 01  REPORT-LINE                 PIC X(100).
000960 WORKING-STORAGE SECTION.
000970 01  WS-SWITCHES.
000980     05  WS-PARM-FILE-STATUS     PIC X(02)   VALUE "00".
000990     05  WS-ALUN-FILE-STATUS     PIC X(02)   VALUE "00".
001000     05  WS-EMP-FILE-STATUS      PIC X(02)   VALUE "00".
001010     05  WS-PASS-FILE-STATUS     PIC X(02)   VALUE "00".
001020     05  WS-CARN-FILE-STATUS     PIC X(02)   VALUE "00".
001030     05  WS-VIS-FILE-STATUS      PIC X(02)   VALUE "00".
001040     05  WS-ANR-FILE-STATUS      PIC X(02)   VALUE "00".
001050     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
001060     05  WS-EOF-SW               PIC X(01)   VALUE "N".
001070         88  WS-EOF                          VALUE "Y".
001080     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
001090         88  WS-SIGNON-VALID                 VALUE "Y".
001100     05  WS-MODO-OK-SW           PIC X(01)   VALUE "N".
001110         88  WS-MODO-OK                      VALUE "Y".
001120     05  WS-ARQ-OK-SW            PIC X(01)   VALUE "N".
001130         88  WS-ARQ-OK                       VALUE "Y".
001140     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001150         88  WS-FOUND                        VALUE "Y".
001160 01  WS-MSG-CODE-WK              PIC X(08).
001170 01  WS-MSG-TEXT-WK              PIC X(60).
001180 01  WS-OPERATOR-ID              PIC X(08).
001190 01  WS-OPERATOR-PIN             PIC X(04).
001200 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
001210 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001220     88  WS-AUTHORIZED                       VALUE "Y".
001230     COPY RUNSTAMP.
001240 01  WS-MODO                     PIC X(01).
001250     88  WS-MODO-SIMULACAO                   VALUE "S" "s".
001260     88  WS-MODO-APLICAR                     VALUE "A" "a".
001270 01  WS-HOJE                     PIC 9(08).
001280 01  WS-DIAS-INT                 PIC 9(08).
001290 01  WS-DATA-NUM                 PIC 9(08).
001300 01  WS-DATA-NUM-R REDEFINES WS-DATA-NUM.
001310     05  WS-DN-ANO               PIC 9(04).
001320     05  WS-DN-MMDD              PIC 9(04).
001330
001340******************************************************************
001350*  PRAZOS DE GUARDA (LGPDPARM OU PADRAO) E AS DATAS DE CORTE DO
001360*  DIA - REFERENCIA ANTERIOR AO CORTE = PRAZO VENCIDO.
001370******************************************************************
001380 01  WS-PRAZOS.
001390     05  WS-ALUNO-ANOS           PIC 9(02)   VALUE 5.
001400     05  WS-FUNC-ANOS            PIC 9(02)   VALUE 5.
001410     05  WS-PASSE-DIAS           PIC 9(04)   VALUE 365.
001420     05  WS-CARNE-DIAS           PIC 9(04)   VALUE 365.
001430     05  WS-VISITA-DIAS          PIC 9(04)   VALUE 180.
001440 01  WS-CORTES.
001450     05  WS-CORTE-ALUNO          PIC X(08).
001460     05  WS-CORTE-FUNC           PIC X(08).
001470     05  WS-CORTE-PASSE          PIC X(08).
001480     05  WS-CORTE-CARNE          PIC X(08).
001490     05  WS-CORTE-VISITA         PIC X(08).
001500 01  WS-CORTE-WK                 PIC X(08).
001510
001520******************************************************************
001530*  ARQUIVO DA VEZ: AS LINHAS COMO ESTAO NO DISCO (CADA REGISTRO
001540*  CABE EM 130 POSICOES) E OS CONTADORES DO ARQUIVO.
001550******************************************************************
001560 01  WS-LN-TABLE.
001570     05  WS-LN-LINE OCCURS 5000 TIMES
001580                    INDEXED BY WS-LN-IDX
001590                    PIC X(130).
001600 01  WS-LN-COUNT                 PIC 9(04)   VALUE ZERO.
001610 01  WS-ARQ-NOME                 PIC X(08).
001620 01  WS-LIDOS                    PIC 9(05)   VALUE ZERO.
001630 01  WS-ANONIMIZADOS             PIC 9(05)   VALUE ZERO.
001640 01  WS-JA-ANONIMOS              PIC 9(05)   VALUE ZERO.
001650 01  WS-MANTIDOS                 PIC 9(05)   VALUE ZERO.
001660 01  WS-TOTAL-ANON               PIC 9(05)   VALUE ZERO.
001670 01  WS-ARQ-RECUSADOS            PIC 9(01)   VALUE ZERO.
001680
001690******************************************************************
001700*  VISITAS JA ANONIMIZADAS NESTA EXECUCAO - A SAIDA E A DEVOLUCAO
001710*  DE CRACHA SEGUEM A ENTRADA MESMO QUANDO CAEM DEPOIS DO CORTE.
001720******************************************************************
001730 01  WS-VZ-TABLE.
001740     05  WS-VZ-NUMERO OCCURS 2000 TIMES
001750                      INDEXED BY WS-VZ-IDX
001760                      PIC 9(06).
001770 01  WS-VZ-COUNT                 PIC 9(04)   VALUE ZERO.
001780
001790******************************************************************
001800*  AREA DE TRABALHO DO REGISTRO DA VEZ E DA LINHA DE DETALHE.
001810******************************************************************
001820     COPY ALUNOREC.
001830     COPY EMPMASTREC.
001840     COPY PASSMREC.
001850     COPY CARNREC.
001860     COPY VISITREC.
001870 01  WS-DT-ID                    PIC X(10).
001880 01  WS-DT-MOTIVO                PIC X(40).
001890 01  WS-MARCA                    PIC X(16).
001900 01  WS-QTD-ED                   PIC ZZZZ9.
001910
001920 PROCEDURE DIVISION.
001930
001940 0000-MAINLINE.
001950     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001960*    APAGA DADO PESSOAL DE VARIOS CADASTROS - NIVEL 9 PELO OPAUTH.
001970     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001980                         WS-AUTHORIZED-SW
001990     IF NOT WS-AUTHORIZED
002000         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
002010         MOVE 8 TO RETURN-CODE
002020         STOP RUN
002030     END-IF
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002050     PERFORM 2000-ALUNOS THRU 2000-EXIT
002060     PERFORM 3000-FUNCIONARIOS THRU 3000-EXIT
002070     PERFORM 4000-PASSES THRU 4000-EXIT
002080     PERFORM 5000-CARNES THRU 5000-EXIT
002090     PERFORM 6000-VISITAS THRU 6000-EXIT
002100     PERFORM 9000-FINALIZE THRU 9000-EXIT
002110     STOP RUN.
002120
002130******************************************************************
002140*  0010-SIGN-ON
002150*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
002160*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
002170******************************************************************
002180 0010-SIGN-ON.
002190     MOVE "N" TO WS-SIGNON-VALID-SW
002200     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002210         UNTIL WS-SIGNON-VALID.
002220 0010-EXIT.
002230     EXIT.
002240
002250 0020-PROMPT-SIGNON.
002260     MOVE "SGN-001" TO WS-MSG-CODE-WK
002270     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002280     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002290     ACCEPT WS-OPERATOR-ID
002300     MOVE "SGN-002" TO WS-MSG-CODE-WK
002310     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002320     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002330     ACCEPT WS-OPERATOR-PIN
002340     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002350                           WS-SIGNON-VALID-SW
002360     IF NOT WS-SIGNON-VALID
002370         MOVE "SGN-003" TO WS-MSG-CODE-WK
002380         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002390         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002400     END-IF.
002410 0020-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*  0100-OPEN-AUDIT-LOG-FILE
002460*  ABRE A TRILHA DE AUDITORIA EM MODO EXTEND, CRIANDO-A SE ESTA
002470*  E A PRIMEIRA EXECUCAO.
002480******************************************************************
002490 0100-OPEN-AUDIT-LOG-FILE.
002500     OPEN EXTEND AUDIT-LOG-FILE
002510     IF WS-AUDIT-FILE-STATUS = "35"
002520         OPEN OUTPUT AUDIT-LOG-FILE
002530         CLOSE AUDIT-LOG-FILE
002540         OPEN EXTEND AUDIT-LOG-FILE
002550     END-IF.
002560
002570******************************************************************
002580*  0150-OPEN-ANON-REGISTER
002590*  ABRE O REGISTRO DE ANONIMIZACAO EM MODO EXTEND, CRIANDO-O SE
002600*  ESTA E A PRIMEIRA APLICACAO.
002610******************************************************************
002620 0150-OPEN-ANON-REGISTER.
002630     OPEN EXTEND ANON-REGISTER-FILE
002640     IF WS-ANR-FILE-STATUS = "35"
002650         OPEN OUTPUT ANON-REGISTER-FILE
002660         CLOSE ANON-REGISTER-FILE
002670         OPEN EXTEND ANON-REGISTER-FILE
002680     END-IF.
002690
002700******************************************************************
002710*  1000-INITIALIZE
002720*  CARIMBA A EXECUCAO, PEDE O MODO, LE OS PRAZOS, CALCULA OS
002730*  CORTES E ABRE O RELATORIO (E, NO MODO A, A TRILHA E O
002740*  ANONREG).
002750******************************************************************
002760 1000-INITIALIZE.
002770     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002780     ACCEPT RUN-STAMP-ID   FROM TIME
002790     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002800     MOVE "N" TO WS-MODO-OK-SW
002810     PERFORM 1010-PEDE-MODO THRU 1010-EXIT
002820         UNTIL WS-MODO-OK
002830     PERFORM 1100-LOAD-PRAZOS THRU 1100-EXIT
002840     PERFORM 1200-CALCULA-CORTES THRU 1200-EXIT
002850     OPEN OUTPUT ANON-REPORT-FILE
002860     IF WS-MODO-APLICAR
002870         PERFORM 0100-OPEN-AUDIT-LOG-FILE
002880         PERFORM 0150-OPEN-ANON-REGISTER
002890     END-IF
002900     PERFORM 1300-WRITE-HEADER THRU 1300-EXIT.
002910 1000-EXIT.
002920     EXIT.
002930
002940 1010-PEDE-MODO.
002950     DISPLAY "MODO (S=SIMULACAO, A=APLICAR):"
002960     ACCEPT WS-MODO
002970     IF WS-MODO-SIMULACAO OR WS-MODO-APLICAR
002980         MOVE "Y" TO WS-MODO-OK-SW
002990     ELSE
003000         DISPLAY "MODO INVALIDO"
003010     END-IF.
003020 1010-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*  1100-LOAD-PRAZOS
003070*  LE O LGPDPARM. PRAZO AUSENTE, ZERADO OU NAO NUMERICO FICA NO
003080*  PADRAO DA ROTINA.
003090******************************************************************
003100 1100-LOAD-PRAZOS.
003110     OPEN INPUT LGPD-PARM-FILE
003120     IF WS-PARM-FILE-STATUS NOT = "00"
003130         GO TO 1100-EXIT
003140     END-IF
003150     READ LGPD-PARM-FILE
003160         AT END
003170             CLOSE LGPD-PARM-FILE
003180             GO TO 1100-EXIT
003190     END-READ
003200     IF LGPD-ALUNO-ANOS IS NUMERIC AND LGPD-ALUNO-ANOS > ZERO
003210         MOVE LGPD-ALUNO-ANOS TO WS-ALUNO-ANOS
003220     END-IF
003230     IF LGPD-FUNC-ANOS IS NUMERIC AND LGPD-FUNC-ANOS > ZERO
003240         MOVE LGPD-FUNC-ANOS TO WS-FUNC-ANOS
003250     END-IF
003260     IF LGPD-PASSE-DIAS IS NUMERIC AND LGPD-PASSE-DIAS > ZERO
003270         MOVE LGPD-PASSE-DIAS TO WS-PASSE-DIAS
003280     END-IF
003290     IF LGPD-CARNE-DIAS IS NUMERIC AND LGPD-CARNE-DIAS > ZERO
003300         MOVE LGPD-CARNE-DIAS TO WS-CARNE-DIAS
003310     END-IF
003320     IF LGPD-VISITA-DIAS IS NUMERIC AND LGPD-VISITA-DIAS > ZERO
003330         MOVE LGPD-VISITA-DIAS TO WS-VISITA-DIAS
003340     END-IF
003350     CLOSE LGPD-PARM-FILE.
003360 1100-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*  1200-CALCULA-CORTES
003410*  PRAZO EM ANOS: MESMO DIA DO MES, N ANOS ATRAS. PRAZO EM DIAS:
003420*  HOJE MENOS N DIAS CORRIDOS.
003430******************************************************************
003440 1200-CALCULA-CORTES.
003450     MOVE WS-HOJE TO WS-DATA-NUM
003460     SUBTRACT WS-ALUNO-ANOS FROM WS-DN-ANO
003470     MOVE WS-DATA-NUM TO WS-CORTE-ALUNO
003480     MOVE WS-HOJE TO WS-DATA-NUM
003490     SUBTRACT WS-FUNC-ANOS FROM WS-DN-ANO
003500     MOVE WS-DATA-NUM TO WS-CORTE-FUNC
003510     COMPUTE WS-DIAS-INT =
003520         FUNCTION INTEGER-OF-DATE(WS-HOJE) - WS-PASSE-DIAS
003530     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
003540     MOVE WS-DATA-NUM TO WS-CORTE-PASSE
003550     COMPUTE WS-DIAS-INT =
003560         FUNCTION INTEGER-OF-DATE(WS-HOJE) - WS-CARNE-DIAS
003570     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
003580     MOVE WS-DATA-NUM TO WS-CORTE-CARNE
003590     COMPUTE WS-DIAS-INT =
003600         FUNCTION INTEGER-OF-DATE(WS-HOJE) - WS-VISITA-DIAS
003610     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
003620     MOVE WS-DATA-NUM TO WS-CORTE-VISITA.
003630 1200-EXIT.
003640     EXIT.
003650
003660 1300-WRITE-HEADER.
003670     MOVE SPACES TO REPORT-LINE
003680     IF WS-MODO-APLICAR
003690         STRING "ANONIMIZACAO DE DADOS PESSOAIS - APLICACAO EM "
003700                WS-HOJE " POR " WS-OPERATOR-ID
003710             DELIMITED BY SIZE INTO REPORT-LINE
003720     ELSE
003730         STRING "ANONIMIZACAO DE DADOS PESSOAIS - SIMULACAO EM "
003740                WS-HOJE " POR " WS-OPERATOR-ID
003750             DELIMITED BY SIZE INTO REPORT-LINE
003760     END-IF
003770     WRITE REPORT-LINE
003780     MOVE SPACES TO REPORT-LINE
003790     STRING "PRAZOS: ALUNO " WS-ALUNO-ANOS " ANOS, FUNCIONARIO "
003800            WS-FUNC-ANOS " ANOS, PASSE " WS-PASSE-DIAS
003810            " DIAS, CARNE " WS-CARNE-DIAS " DIAS, VISITA "
003820            WS-VISITA-DIAS " DIAS"
003830         DELIMITED BY SIZE INTO REPORT-LINE
003840     WRITE REPORT-LINE.
003850 1300-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*  2000-ALUNOS
003900*  ALUNO TRANSFERIDO OU FORMADO COM SAIDA ANTERIOR AO CORTE.
003910******************************************************************
003920 2000-ALUNOS.
003930     MOVE "ALUNMAST" TO WS-ARQ-NOME
003940     MOVE WS-CORTE-ALUNO TO WS-CORTE-WK
003950     PERFORM 8000-INICIA-ARQUIVO THRU 8000-EXIT
003960     MOVE "N" TO WS-EOF-SW
003970     MOVE "N" TO WS-ARQ-OK-SW
003980     OPEN INPUT STUDENT-MASTER-FILE
003990     IF WS-ALUN-FILE-STATUS NOT = "00"
004000         PERFORM 8050-ARQUIVO-AUSENTE THRU 8050-EXIT
004010         GO TO 2000-EXIT
004020     END-IF
004030     MOVE "Y" TO WS-ARQ-OK-SW
004040     PERFORM 2100-READ-ALUNO THRU 2100-EXIT
004050         UNTIL WS-EOF OR NOT WS-ARQ-OK
004060     CLOSE STUDENT-MASTER-FILE
004070     IF NOT WS-ARQ-OK
004080         PERFORM 8100-ARQUIVO-CHEIO THRU 8100-EXIT
004090         GO TO 2000-EXIT
004100     END-IF
004110     PERFORM 2200-ANALISA-ALUNO THRU 2200-EXIT
004120         VARYING WS-LN-IDX FROM 1 BY 1
004130         UNTIL WS-LN-IDX > WS-LN-COUNT
004140     IF WS-MODO-APLICAR AND WS-ANONIMIZADOS > ZERO
004150         OPEN OUTPUT STUDENT-MASTER-FILE
004160         PERFORM 2300-WRITE-ALUNO
004170             VARYING WS-LN-IDX FROM 1 BY 1
004180             UNTIL WS-LN-IDX > WS-LN-COUNT
004190         CLOSE STUDENT-MASTER-FILE
004200     END-IF
004210     PERFORM 8200-TOTAIS-ARQUIVO THRU 8200-EXIT.
004220 2000-EXIT.
004230     EXIT.
004240
004250 2100-READ-ALUNO.
004260     READ STUDENT-MASTER-FILE
004270         AT END
004280             MOVE "Y" TO WS-EOF-SW
004290             GO TO 2100-EXIT
004300     END-READ
004310     IF WS-LN-COUNT >= 5000
004320         MOVE "N" TO WS-ARQ-OK-SW
004330         GO TO 2100-EXIT
004340     END-IF
004350     ADD 1 TO WS-LN-COUNT
004360     MOVE ALUN-LINE TO WS-LN-LINE(WS-LN-COUNT).
004370 2100-EXIT.
004380     EXIT.
004390
004400 2200-ANALISA-ALUNO.
004410     MOVE WS-LN-LINE(WS-LN-IDX) TO STUDENT-MASTER-RECORD
004420     ADD 1 TO WS-LIDOS
004430     IF ALUNO-NOME(1:6) = "*ANON*"
004440         ADD 1 TO WS-JA-ANONIMOS
004450         GO TO 2200-EXIT
004460     END-IF
004470     IF NOT ALUNO-TRANSFERIDO AND NOT ALUNO-FORMADO
004480         GO TO 2200-EXIT
004490     END-IF
004500     MOVE ALUNO-ID TO WS-DT-ID
004510     IF ALUNO-DATA-SAIDA IS NOT NUMERIC
004520         ADD 1 TO WS-MANTIDOS
004530         MOVE "SEM DATA DE SAIDA - MANTIDO PARA ANALISE"
004540             TO WS-DT-MOTIVO
004550         PERFORM 8300-WRITE-DETALHE THRU 8300-EXIT
004560         GO TO 2200-EXIT
004570     END-IF
004580     IF ALUNO-DATA-SAIDA NOT < WS-CORTE-ALUNO
004590         GO TO 2200-EXIT
004600     END-IF
004610     MOVE SPACES TO WS-DT-MOTIVO
004620     IF ALUNO-TRANSFERIDO
004630         STRING "TRANSFERIDO EM " ALUNO-DATA-SAIDA
004640             DELIMITED BY SIZE INTO WS-DT-MOTIVO
004650     ELSE
004660         STRING "FORMADO EM " ALUNO-DATA-SAIDA
004670             DELIMITED BY SIZE INTO WS-DT-MOTIVO
004680     END-IF
004690     PERFORM 8400-MONTA-MARCA THRU 8400-EXIT
004700     MOVE WS-MARCA TO ALUNO-NOME
004710     MOVE STUDENT-MASTER-RECORD TO WS-LN-LINE(WS-LN-IDX)
004720     PERFORM 8500-ANONIMIZADO THRU 8500-EXIT.
004730 2200-EXIT.
004740     EXIT.
004750
004760 2300-WRITE-ALUNO.
004770     MOVE WS-LN-LINE(WS-LN-IDX) TO ALUN-LINE
004780     WRITE ALUN-LINE.
004790
004800******************************************************************
004810*  3000-FUNCIONARIOS
004820*  FUNCIONARIO DESLIGADO ANTES DO CORTE. A MATRICULA E O ID QUE
004830*  FICA - DESLIGADO SEM MATRICULA FICA PARA ANALISE.
004840******************************************************************
004850 3000-FUNCIONARIOS.
004860     MOVE "EMPMAST" TO WS-ARQ-NOME
004870     MOVE WS-CORTE-FUNC TO WS-CORTE-WK
004880     PERFORM 8000-INICIA-ARQUIVO THRU 8000-EXIT
004890     MOVE "N" TO WS-EOF-SW
004900     MOVE "N" TO WS-ARQ-OK-SW
004910     OPEN INPUT EMPLOYEE-MASTER-FILE
004920     IF WS-EMP-FILE-STATUS NOT = "00"
004930         PERFORM 8050-ARQUIVO-AUSENTE THRU 8050-EXIT
004940         GO TO 3000-EXIT
004950     END-IF
004960     MOVE "Y" TO WS-ARQ-OK-SW
004970     PERFORM 3100-READ-FUNC THRU 3100-EXIT
004980         UNTIL WS-EOF OR NOT WS-ARQ-OK
004990     CLOSE EMPLOYEE-MASTER-FILE
005000     IF NOT WS-ARQ-OK
005010         PERFORM 8100-ARQUIVO-CHEIO THRU 8100-EXIT
005020         GO TO 3000-EXIT
005030     END-IF
005040     PERFORM 3200-ANALISA-FUNC THRU 3200-EXIT
005050         VARYING WS-LN-IDX FROM 1 BY 1
005060         UNTIL WS-LN-IDX > WS-LN-COUNT
005070     IF WS-MODO-APLICAR AND WS-ANONIMIZADOS > ZERO
005080         OPEN OUTPUT EMPLOYEE-MASTER-FILE
005090         PERFORM 3300-WRITE-FUNC
005100             VARYING WS-LN-IDX FROM 1 BY 1
005110             UNTIL WS-LN-IDX > WS-LN-COUNT
005120         CLOSE EMPLOYEE-MASTER-FILE
005130     END-IF
005140     PERFORM 8200-TOTAIS-ARQUIVO THRU 8200-EXIT.
005150 3000-EXIT.
005160     EXIT.
005170
005180 3100-READ-FUNC.
005190     READ EMPLOYEE-MASTER-FILE
005200         AT END
005210             MOVE "Y" TO WS-EOF-SW
005220             GO TO 3100-EXIT
005230     END-READ
005240     IF WS-LN-COUNT >= 5000
005250         MOVE "N" TO WS-ARQ-OK-SW
005260         GO TO 3100-EXIT
005270     END-IF
005280     ADD 1 TO WS-LN-COUNT
005290     MOVE EMP-LINE TO WS-LN-LINE(WS-LN-COUNT).
005300 3100-EXIT.
005310     EXIT.
005320
005330 3200-ANALISA-FUNC.
005340     MOVE WS-LN-LINE(WS-LN-IDX) TO EMPLOYEE-RECORD
005350     ADD 1 TO WS-LIDOS
005360     IF EMP-NOME(1:6) = "*ANON*"
005370         ADD 1 TO WS-JA-ANONIMOS
005380         GO TO 3200-EXIT
005390     END-IF
005400     IF NOT EMP-DESLIGADO
005410         GO TO 3200-EXIT
005420     END-IF
005430     IF EMP-DESLIG-DATE IS NOT NUMERIC
005440         OR EMP-MATRICULA = SPACES
005450         ADD 1 TO WS-MANTIDOS
005460         MOVE EMP-MATRICULA TO WS-DT-ID
005470         IF EMP-MATRICULA = SPACES
005480             MOVE "(SEM)" TO WS-DT-ID
005490             MOVE "SEM MATRICULA - MANTIDO PARA ANALISE"
005500                 TO WS-DT-MOTIVO
005510         ELSE
005520             MOVE "SEM DATA DO DESLIGAMENTO - MANTIDO"
005530                 TO WS-DT-MOTIVO
005540         END-IF
005550         PERFORM 8300-WRITE-DETALHE THRU 8300-EXIT
005560         GO TO 3200-EXIT
005570     END-IF
005580     IF EMP-DESLIG-DATE NOT < WS-CORTE-FUNC
005590         GO TO 3200-EXIT
005600     END-IF
005610     MOVE EMP-MATRICULA TO WS-DT-ID
005620     MOVE SPACES TO WS-DT-MOTIVO
005630     STRING "DESLIGADO EM " EMP-DESLIG-DATE
005640         DELIMITED BY SIZE INTO WS-DT-MOTIVO
005650     PERFORM 8400-MONTA-MARCA THRU 8400-EXIT
005660     MOVE WS-MARCA TO EMP-NOME
005670     MOVE EMPLOYEE-RECORD TO WS-LN-LINE(WS-LN-IDX)
005680     PERFORM 8500-ANONIMIZADO THRU 8500-EXIT.
005690 3200-EXIT.
005700     EXIT.
005710
005720 3300-WRITE-FUNC.
005730     MOVE WS-LN-LINE(WS-LN-IDX) TO EMP-LINE
005740     WRITE EMP-LINE.
005750
005760******************************************************************
005770*  4000-PASSES
005780*  PASSE VENCIDO ANTES DO CORTE.
005790******************************************************************
005800 4000-PASSES.
005810     MOVE "PASSMAST" TO WS-ARQ-NOME
005820     MOVE WS-CORTE-PASSE TO WS-CORTE-WK
005830     PERFORM 8000-INICIA-ARQUIVO THRU 8000-EXIT
005840     MOVE "N" TO WS-EOF-SW
005850     MOVE "N" TO WS-ARQ-OK-SW
005860     OPEN INPUT PASS-MASTER-FILE
005870     IF WS-PASS-FILE-STATUS NOT = "00"
005880         PERFORM 8050-ARQUIVO-AUSENTE THRU 8050-EXIT
005890         GO TO 4000-EXIT
005900     END-IF
005910     MOVE "Y" TO WS-ARQ-OK-SW
005920     PERFORM 4100-READ-PASSE THRU 4100-EXIT
005930         UNTIL WS-EOF OR NOT WS-ARQ-OK
005940     CLOSE PASS-MASTER-FILE
005950     IF NOT WS-ARQ-OK
005960         PERFORM 8100-ARQUIVO-CHEIO THRU 8100-EXIT
005970         GO TO 4000-EXIT
005980     END-IF
005990     PERFORM 4200-ANALISA-PASSE THRU 4200-EXIT
006000         VARYING WS-LN-IDX FROM 1 BY 1
006010         UNTIL WS-LN-IDX > WS-LN-COUNT
006020     IF WS-MODO-APLICAR AND WS-ANONIMIZADOS > ZERO
006030         OPEN OUTPUT PASS-MASTER-FILE
006040         PERFORM 4300-WRITE-PASSE
006050             VARYING WS-LN-IDX FROM 1 BY 1
006060             UNTIL WS-LN-IDX > WS-LN-COUNT
006070         CLOSE PASS-MASTER-FILE
006080     END-IF
006090     PERFORM 8200-TOTAIS-ARQUIVO THRU 8200-EXIT.
006100 4000-EXIT.
006110     EXIT.
006120
006130 4100-READ-PASSE.
006140     READ PASS-MASTER-FILE
006150         AT END
006160             MOVE "Y" TO WS-EOF-SW
006170             GO TO 4100-EXIT
006180     END-READ
006190     IF WS-LN-COUNT >= 5000
006200         MOVE "N" TO WS-ARQ-OK-SW
006210         GO TO 4100-EXIT
006220     END-IF
006230     ADD 1 TO WS-LN-COUNT
006240     MOVE PASS-LINE TO WS-LN-LINE(WS-LN-COUNT).
006250 4100-EXIT.
006260     EXIT.
006270
006280 4200-ANALISA-PASSE.
006290     MOVE WS-LN-LINE(WS-LN-IDX) TO PASS-MASTER-RECORD
006300     ADD 1 TO WS-LIDOS
006310     IF PASSM-HOLDER(1:6) = "*ANON*"
006320         ADD 1 TO WS-JA-ANONIMOS
006330         GO TO 4200-EXIT
006340     END-IF
006350     MOVE PASSM-NUMERO TO WS-DT-ID
006360     IF PASSM-EXPIRY IS NOT NUMERIC
006370         ADD 1 TO WS-MANTIDOS
006380         MOVE "SEM VALIDADE - MANTIDO PARA ANALISE"
006390             TO WS-DT-MOTIVO
006400         PERFORM 8300-WRITE-DETALHE THRU 8300-EXIT
006410         GO TO 4200-EXIT
006420     END-IF
006430     IF PASSM-EXPIRY NOT < WS-CORTE-PASSE
006440         GO TO 4200-EXIT
006450     END-IF
006460     MOVE SPACES TO WS-DT-MOTIVO
006470     STRING "VENCIDO EM " PASSM-EXPIRY
006480         DELIMITED BY SIZE INTO WS-DT-MOTIVO
006490     PERFORM 8400-MONTA-MARCA THRU 8400-EXIT
006500     MOVE WS-MARCA TO PASSM-HOLDER
006510     MOVE PASS-MASTER-RECORD TO WS-LN-LINE(WS-LN-IDX)
006520     PERFORM 8500-ANONIMIZADO THRU 8500-EXIT.
006530 4200-EXIT.
006540     EXIT.
006550
006560 4300-WRITE-PASSE.
006570     MOVE WS-LN-LINE(WS-LN-IDX) TO PASS-LINE
006580     WRITE PASS-LINE.
006590
006600******************************************************************
006610*  5000-CARNES
006620*  CARNE SEM VIAGEM SOBRANDO, VENDIDO ANTES DO CORTE. CARNE COM
006630*  SALDO AINDA E USADO NO EMBARQUE E FICA COMO ESTA.
006640******************************************************************
006650 5000-CARNES.
006660     MOVE "CARNMAST" TO WS-ARQ-NOME
006670     MOVE WS-CORTE-CARNE TO WS-CORTE-WK
006680     PERFORM 8000-INICIA-ARQUIVO THRU 8000-EXIT
006690     MOVE "N" TO WS-EOF-SW
006700     MOVE "N" TO WS-ARQ-OK-SW
006710     OPEN INPUT CARNET-FILE
006720     IF WS-CARN-FILE-STATUS NOT = "00"
006730         PERFORM 8050-ARQUIVO-AUSENTE THRU 8050-EXIT
006740         GO TO 5000-EXIT
006750     END-IF
006760     MOVE "Y" TO WS-ARQ-OK-SW
006770     PERFORM 5100-READ-CARNE THRU 5100-EXIT
006780         UNTIL WS-EOF OR NOT WS-ARQ-OK
006790     CLOSE CARNET-FILE
006800     IF NOT WS-ARQ-OK
006810         PERFORM 8100-ARQUIVO-CHEIO THRU 8100-EXIT
006820         GO TO 5000-EXIT
006830     END-IF
006840     PERFORM 5200-ANALISA-CARNE THRU 5200-EXIT
006850         VARYING WS-LN-IDX FROM 1 BY 1
006860         UNTIL WS-LN-IDX > WS-LN-COUNT
006870     IF WS-MODO-APLICAR AND WS-ANONIMIZADOS > ZERO
006880         OPEN OUTPUT CARNET-FILE
006890         PERFORM 5300-WRITE-CARNE
006900             VARYING WS-LN-IDX FROM 1 BY 1
006910             UNTIL WS-LN-IDX > WS-LN-COUNT
006920         CLOSE CARNET-FILE
006930     END-IF
006940     PERFORM 8200-TOTAIS-ARQUIVO THRU 8200-EXIT.
006950 5000-EXIT.
006960     EXIT.
006970
006980 5100-READ-CARNE.
006990     READ CARNET-FILE
007000         AT END
007010             MOVE "Y" TO WS-EOF-SW
007020             GO TO 5100-EXIT
007030     END-READ
007040     IF WS-LN-COUNT >= 5000
007050         MOVE "N" TO WS-ARQ-OK-SW
007060         GO TO 5100-EXIT
007070     END-IF
007080     ADD 1 TO WS-LN-COUNT
007090     MOVE CARN-LINE TO WS-LN-LINE(WS-LN-COUNT).
007100 5100-EXIT.
007110     EXIT.
007120
007130 5200-ANALISA-CARNE.
007140     MOVE WS-LN-LINE(WS-LN-IDX) TO CARNET-RECORD
007150     ADD 1 TO WS-LIDOS
007160     IF CARN-HOLDER(1:6) = "*ANON*"
007170         ADD 1 TO WS-JA-ANONIMOS
007180         GO TO 5200-EXIT
007190     END-IF
007200     IF CARN-RIDES-LEFT IS NUMERIC AND CARN-RIDES-LEFT > ZERO
007210         GO TO 5200-EXIT
007220     END-IF
007230     MOVE CARN-NUMERO TO WS-DT-ID
007240     IF CARN-SALE-DATE IS NOT NUMERIC
007250         ADD 1 TO WS-MANTIDOS
007260         MOVE "SEM DATA DA VENDA - MANTIDO PARA ANALISE"
007270             TO WS-DT-MOTIVO
007280         PERFORM 8300-WRITE-DETALHE THRU 8300-EXIT
007290         GO TO 5200-EXIT
007300     END-IF
007310     IF CARN-SALE-DATE NOT < WS-CORTE-CARNE
007320         GO TO 5200-EXIT
007330     END-IF
007340     MOVE SPACES TO WS-DT-MOTIVO
007350     STRING "SEM SALDO, VENDIDO EM " CARN-SALE-DATE
007360         DELIMITED BY SIZE INTO WS-DT-MOTIVO
007370     PERFORM 8400-MONTA-MARCA THRU 8400-EXIT
007380     MOVE WS-MARCA TO CARN-HOLDER
007390     MOVE CARNET-RECORD TO WS-LN-LINE(WS-LN-IDX)
007400     PERFORM 8500-ANONIMIZADO THRU 8500-EXIT.
007410 5200-EXIT.
007420     EXIT.
007430
007440 5300-WRITE-CARNE.
007450     MOVE WS-LN-LINE(WS-LN-IDX) TO CARN-LINE
007460     WRITE CARN-LINE.
007470
007480******************************************************************
007490*  6000-VISITAS
007500*  VISITA COM ENTRADA ANTERIOR AO CORTE - O NOME DO VISITANTE SAI
007510*  DE TODOS OS MOVIMENTOS DA VISITA. EMPRESA E ANFITRIAO FICAM.
007520******************************************************************
007530 6000-VISITAS.
007540     MOVE "VISITREG" TO WS-ARQ-NOME
007550     MOVE WS-CORTE-VISITA TO WS-CORTE-WK
007560     PERFORM 8000-INICIA-ARQUIVO THRU 8000-EXIT
007570     MOVE ZERO TO WS-VZ-COUNT
007580     MOVE "N" TO WS-EOF-SW
007590     MOVE "N" TO WS-ARQ-OK-SW
007600     OPEN INPUT VISIT-FILE
007610     IF WS-VIS-FILE-STATUS NOT = "00"
007620         PERFORM 8050-ARQUIVO-AUSENTE THRU 8050-EXIT
007630         GO TO 6000-EXIT
007640     END-IF
007650     MOVE "Y" TO WS-ARQ-OK-SW
007660     PERFORM 6100-READ-VISITA THRU 6100-EXIT
007670         UNTIL WS-EOF OR NOT WS-ARQ-OK
007680     CLOSE VISIT-FILE
007690     IF NOT WS-ARQ-OK
007700         PERFORM 8100-ARQUIVO-CHEIO THRU 8100-EXIT
007710         GO TO 6000-EXIT
007720     END-IF
007730     PERFORM 6200-ANALISA-VISITA THRU 6200-EXIT
007740         VARYING WS-LN-IDX FROM 1 BY 1
007750         UNTIL WS-LN-IDX > WS-LN-COUNT
007760     IF WS-MODO-APLICAR AND WS-ANONIMIZADOS > ZERO
007770         OPEN OUTPUT VISIT-FILE
007780         PERFORM 6300-WRITE-VISITA
007790             VARYING WS-LN-IDX FROM 1 BY 1
007800             UNTIL WS-LN-IDX > WS-LN-COUNT
007810         CLOSE VISIT-FILE
007820     END-IF
007830     PERFORM 8200-TOTAIS-ARQUIVO THRU 8200-EXIT.
007840 6000-EXIT.
007850     EXIT.
007860
007870 6100-READ-VISITA.
007880     READ VISIT-FILE
007890         AT END
007900             MOVE "Y" TO WS-EOF-SW
007910             GO TO 6100-EXIT
007920     END-READ
007930     IF WS-LN-COUNT >= 5000
007940         MOVE "N" TO WS-ARQ-OK-SW
007950         GO TO 6100-EXIT
007960     END-IF
007970     ADD 1 TO WS-LN-COUNT
007980     MOVE VISIT-LINE TO WS-LN-LINE(WS-LN-COUNT).
007990 6100-EXIT.
008000     EXIT.
008010
008020 6200-ANALISA-VISITA.
008030     MOVE WS-LN-LINE(WS-LN-IDX) TO VISIT-RECORD
008040     ADD 1 TO WS-LIDOS
008050     IF VIS-NOME(1:6) = "*ANON*"
008060         ADD 1 TO WS-JA-ANONIMOS
008070         GO TO 6200-EXIT
008080     END-IF
008090*    MOVIMENTO DE VISITA JA ANONIMIZADA NESTA EXECUCAO SEGUE A
008100*    ENTRADA, SEM NOVO DETALHE NEM NOVO REGISTRO NO ANONREG.
008110     MOVE "N" TO WS-FOUND-SW
008120     PERFORM 6250-TRY-VISITA THRU 6250-EXIT
008130         VARYING WS-VZ-IDX FROM 1 BY 1
008140         UNTIL WS-VZ-IDX > WS-VZ-COUNT OR WS-FOUND
008150     MOVE VIS-NUMERO TO WS-DT-ID
008160     PERFORM 8400-MONTA-MARCA THRU 8400-EXIT
008170     IF WS-FOUND
008180         MOVE WS-MARCA TO VIS-NOME
008190         MOVE VISIT-RECORD TO WS-LN-LINE(WS-LN-IDX)
008200         GO TO 6200-EXIT
008210     END-IF
008220     IF VIS-DATA IS NOT NUMERIC
008230         OR VIS-DATA NOT < WS-CORTE-VISITA
008240         GO TO 6200-EXIT
008250     END-IF
008260     IF WS-VZ-COUNT < 2000
008270         ADD 1 TO WS-VZ-COUNT
008280         MOVE VIS-NUMERO TO WS-VZ-NUMERO(WS-VZ-COUNT)
008290     END-IF
008300     MOVE SPACES TO WS-DT-MOTIVO
008310     STRING "VISITA DE " VIS-DATA
008320         DELIMITED BY SIZE INTO WS-DT-MOTIVO
008330     MOVE WS-MARCA TO VIS-NOME
008340     MOVE VISIT-RECORD TO WS-LN-LINE(WS-LN-IDX)
008350     PERFORM 8500-ANONIMIZADO THRU 8500-EXIT.
008360 6200-EXIT.
008370     EXIT.
008380
008390 6250-TRY-VISITA.
008400     IF WS-VZ-NUMERO(WS-VZ-IDX) = VIS-NUMERO
008410         MOVE "Y" TO WS-FOUND-SW
008420     END-IF.
008430 6250-EXIT.
008440     EXIT.
008450
008460 6300-WRITE-VISITA.
008470     MOVE WS-LN-LINE(WS-LN-IDX) TO VISIT-LINE
008480     WRITE VISIT-LINE.
008490
008500******************************************************************
008510*  8000-INICIA-ARQUIVO
008520*  ZERA OS CONTADORES E ESCREVE O TITULO DO ARQUIVO DA VEZ.
008530******************************************************************
008540 8000-INICIA-ARQUIVO.
008550     MOVE ZERO TO WS-LN-COUNT WS-LIDOS WS-ANONIMIZADOS
008560                  WS-JA-ANONIMOS WS-MANTIDOS
008570     MOVE SPACES TO REPORT-LINE
008580     WRITE REPORT-LINE
008590     MOVE SPACES TO REPORT-LINE
008600     STRING WS-ARQ-NOME " - CORTE " WS-CORTE-WK
008610         DELIMITED BY SIZE INTO REPORT-LINE
008620     WRITE REPORT-LINE.
008630 8000-EXIT.
008640     EXIT.
008650
008660 8050-ARQUIVO-AUSENTE.
008670     MOVE "  ARQUIVO AUSENTE - NADA A ANONIMIZAR" TO REPORT-LINE
008680     WRITE REPORT-LINE.
008690 8050-EXIT.
008700     EXIT.
008710
008720******************************************************************
008730*  8100-ARQUIVO-CHEIO
008740*  O ARQUIVO NAO COUBE NA TABELA: NAO E TOCADO E A EXECUCAO
008750*  TERMINA COM RC 8.
008760******************************************************************
008770 8100-ARQUIVO-CHEIO.
008780     ADD 1 TO WS-ARQ-RECUSADOS
008790     MOVE SPACES TO REPORT-LINE
008800     STRING "  " WS-ARQ-NOME " MAIOR QUE A TABELA (5000) -"
008810            " ARQUIVO NAO PROCESSADO"
008820         DELIMITED BY SIZE INTO REPORT-LINE
008830     WRITE REPORT-LINE
008840     DISPLAY REPORT-LINE(1:79).
008850 8100-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890*  8200-TOTAIS-ARQUIVO
008900*  LINHA DE TOTAIS DO ARQUIVO E, NO MODO A, O REGISTRO NA TRILHA.
008910******************************************************************
008920 8200-TOTAIS-ARQUIVO.
008930     MOVE SPACES TO REPORT-LINE
008940     STRING "  LIDOS " WS-LIDOS
008950            "  ANONIMIZADOS " WS-ANONIMIZADOS
008960            "  JA ANONIMOS " WS-JA-ANONIMOS
008970            "  MANTIDOS PARA ANALISE " WS-MANTIDOS
008980         DELIMITED BY SIZE INTO REPORT-LINE
008990     WRITE REPORT-LINE
009000     ADD WS-ANONIMIZADOS TO WS-TOTAL-ANON
009010     IF WS-MODO-APLICAR AND WS-ANONIMIZADOS > ZERO
009020         PERFORM 7000-WRITE-AUDIT
009030     END-IF.
009040 8200-EXIT.
009050     EXIT.
009060
009070 8300-WRITE-DETALHE.
009080     MOVE SPACES TO REPORT-LINE
009090     STRING "  " WS-DT-ID "  " WS-DT-MOTIVO
009100         DELIMITED BY SIZE INTO REPORT-LINE
009110     WRITE REPORT-LINE.
009120 8300-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160*  8400-MONTA-MARCA
009170*  MARCA QUE ENTRA NO LUGAR DO NOME: "*ANON*" + ID DO REGISTRO.
009180******************************************************************
009190 8400-MONTA-MARCA.
009200     MOVE SPACES TO WS-MARCA
009210     STRING "*ANON*" DELIMITED BY SIZE
009220            WS-DT-ID DELIMITED BY SPACE
009230         INTO WS-MARCA.
009240 8400-EXIT.
009250     EXIT.
009260
009270******************************************************************
009280*  8500-ANONIMIZADO
009290*  CONTA O TITULAR, ESCREVE O DETALHE E, NO MODO A, ACRESCENTA O
009300*  REGISTRO NO ANONREG.
009310******************************************************************
009320 8500-ANONIMIZADO.
009330     ADD 1 TO WS-ANONIMIZADOS
009340     PERFORM 8300-WRITE-DETALHE THRU 8300-EXIT
009350     IF WS-MODO-APLICAR
009360         MOVE SPACES          TO ANON-RECORD
009370         MOVE WS-ARQ-NOME     TO ANON-ARQUIVO
009380         MOVE WS-DT-ID        TO ANON-ID
009390         MOVE WS-MARCA        TO ANON-MARCA
009400         MOVE WS-HOJE         TO ANON-DATA
009410         MOVE WS-DT-MOTIVO    TO ANON-MOTIVO
009420         MOVE WS-OPERATOR-ID  TO ANON-OPERADOR
009430         MOVE RUN-STAMP-ID    TO ANON-RUN-ID
009440         WRITE ANON-RECORD
009450     END-IF.
009460 8500-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500*  7000-WRITE-AUDIT
009510*  UM REGISTRO NA TRILHA POR ARQUIVO REGRAVADO.
009520******************************************************************
009530 7000-WRITE-AUDIT.
009540     MOVE "ANONIMIZ"         TO AUDIT-PROGRAM-ID
009550     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
009560     ACCEPT AUDIT-TIME FROM TIME
009570     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
009580     MOVE WS-ARQ-NOME         TO AUDIT-KEY
009590     MOVE SPACES              TO AUDIT-DETAIL
009600     STRING "ANONIMIZADOS=" WS-ANONIMIZADOS
009610            " CORTE=" WS-CORTE-WK
009620            " RUN=" RUN-STAMP-ID
009630         DELIMITED BY SIZE INTO AUDIT-DETAIL
009640     CALL "AUDITWR" USING AUDIT-RECORD.
009650
009660******************************************************************
009670*  9000-FINALIZE
009680*  TOTAL GERAL, FECHAMENTO E RC.
009690******************************************************************
009700 9000-FINALIZE.
009710     MOVE SPACES TO REPORT-LINE
009720     WRITE REPORT-LINE
009730     MOVE WS-TOTAL-ANON TO WS-QTD-ED
009740     MOVE SPACES TO REPORT-LINE
009750     IF WS-MODO-APLICAR
009760         STRING "TOTAL DE TITULARES ANONIMIZADOS: " WS-QTD-ED
009770             DELIMITED BY SIZE INTO REPORT-LINE
009780     ELSE
009790         STRING "TOTAL A ANONIMIZAR: " WS-QTD-ED
009800                " - SIMULACAO, NENHUM ARQUIVO ALTERADO"
009810             DELIMITED BY SIZE INTO REPORT-LINE
009820     END-IF
009830     WRITE REPORT-LINE
009840     CLOSE ANON-REPORT-FILE
009850     IF WS-MODO-APLICAR
009860         CLOSE ANON-REGISTER-FILE
009870         CLOSE AUDIT-LOG-FILE
009880     END-IF
009890     DISPLAY REPORT-LINE(1:79)
009900     IF WS-ARQ-RECUSADOS > ZERO
009910         MOVE 8 TO RETURN-CODE
009920     ELSE
009930         MOVE 0 TO RETURN-CODE
009940     END-IF.
009950 9000-EXIT.
009960     EXIT.
