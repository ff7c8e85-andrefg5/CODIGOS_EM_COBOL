000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROFMANT.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCOLA - CADASTRO DE PROFESSORES E ATRIBUICOES.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PROFMANT.CBL
000090*  MANUTENCAO DO CADASTRO DE PROFESSORES (PROFMAST, COPYBOOK
000100*  PROFREC) E DAS ATRIBUICOES DE AULA (ATRIBUI, COPYBOOK
000110*  ATRIBREC), NO PADRAO DO ALUNMANT: INCLUIR PROFESSOR (O ID E O
000120*  DO OPERADOR NO OPERMAST; FUNCAO P - PROFESSOR OU C -
000130*  COORDENACAO), DESATIVAR, ATRIBUIR TURMA/DISCIPLINA/PERIODO COM
000140*  AS AULAS POR SEMANA, REMOVER ATRIBUICAO, LISTAR E EMITIR A
000150*  CARGA HORARIA POR PROFESSOR (PROFRPT) PARA A COORDENACAO.
000160*  O ALTNOTA E O GABARITO SO DEIXAM O PROFESSOR LANCAR NOTA NAS
000170*  TURMAS/DISCIPLINAS ATRIBUIDAS A ELE (ROTINA PROFINFO), E O
000180*  MEDIAPONDERADA E O BOLETIM IMPRIMEM O NOME DO PROFESSOR DE
000190*  CADA DISCIPLINA. COMO A ATRIBUICAO DECIDE QUEM MEXE EM NOTA,
000200*  A ROTINA EXIGE NIVEL 9 (ADMINISTRADOR) NO OPAUTH.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TEACHER-MASTER-FILE ASSIGN TO "PROFMAST"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS  IS WS-PRF-FILE-STATUS.
000320     SELECT ASSIGNMENT-FILE ASSIGN TO "ATRIBUI"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS WS-ATR-FILE-STATUS.
000350     SELECT WORKLOAD-REPORT-FILE ASSIGN TO "PROFRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  TEACHER-MASTER-FILE
000430     RECORDING MODE IS F.
000440     COPY PROFREC.
000450 FD  ASSIGNMENT-FILE
000460     RECORDING MODE IS F.
000470     COPY ATRIBREC.
000480 FD  WORKLOAD-REPORT-FILE
000490     RECORDING MODE IS F.
000500 01  REPORT-LINE                 PIC X(80).
000510 FD  AUDIT-LOG-FILE
000520     RECORDING MODE IS F.
000530     COPY AUDITREC.
000540 WORKING-STORAGE SECTION.
000550 01  WS-SWITCHES.
000560     05  WS-PRF-FILE-STATUS      PIC X(02)   VALUE "00".
000570     05  WS-ATR-FILE-STATUS      PIC X(02)   VALUE "00".
000580     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000590     05  WS-PRF-EOF-SW           PIC X(01)   VALUE "N".
000600         88  WS-PRF-EOF                      VALUE "Y".
000610     05  WS-ATR-EOF-SW           PIC X(01)   VALUE "N".
000620         88  WS-ATR-EOF                      VALUE "Y".
000630     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000640         88  WS-EXIT                         VALUE "Y".
000650     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000660         88  WS-SIGNON-VALID                 VALUE "Y".
000670     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000680         88  WS-FOUND                        VALUE "Y".
000690 01  WS-MSG-CODE-WK              PIC X(08).
000700 01  WS-MSG-TEXT-WK              PIC X(60).
000710 01  WS-OPERATOR-ID              PIC X(08).
000720 01  WS-OPERATOR-PIN             PIC X(04).
000730 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
000740 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000750     88  WS-AUTHORIZED                       VALUE "Y".
000760 01  WS-RUN-STAMP-DISP           PIC X(30).
000770     COPY RUNSTAMP.
000780 01  WS-ACAO                     PIC X(01).
000790 01  WS-IN-ID                    PIC X(08).
000800 01  WS-IN-NOME                  PIC X(30).
000810 01  WS-IN-FUNCAO                PIC X(01).
000820 01  WS-IN-TURMA                 PIC X(06).
000830 01  WS-IN-DISC                  PIC X(08).
000840 01  WS-IN-PERIODO               PIC X(02).
000850 01  WS-IN-AULAS                 PIC X(02).
000860 01  WS-AULAS                    PIC 9(02).
000870 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000880 01  WS-SCAN                     PIC 9(03).
000890 01  WS-SCAN2                    PIC 9(03).
000900 01  WS-POS                      PIC 9(03).
000910 01  WS-AUDIT-ACAO               PIC X(12).
000920 01  WS-CARGA-ATRIB              PIC 9(03).
000930 01  WS-CARGA-AULAS              PIC 9(04).
000940 01  WS-CARGA-PROFS              PIC 9(03).
000950 01  WS-FUNCAO-DESC              PIC X(12).
000960 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
000970     88  WS-OVERFLOW                         VALUE "Y".
000980
000990******************************************************************
001000*  CADASTRO E ATRIBUICOES CARREGADOS EM MEMORIA; REGRAVADOS
001010*  INTEIROS NA SAIDA. A ATRIBUICAO REMOVIDA SO E MARCADA E FICA
001020*  FORA DA REGRAVACAO.
001030******************************************************************
001040 01  WS-PF-TABLE.
001050     05  WS-PF-ENTRY OCCURS 100 TIMES
001060                     INDEXED BY WS-PF-IDX.
001070         10  WS-PF-ID            PIC X(08).
001080         10  WS-PF-NOME          PIC X(30).
001090         10  WS-PF-FUNCAO        PIC X(01).
001100         10  WS-PF-STATUS        PIC X(01).
001110 01  WS-PF-COUNT                 PIC 9(03)   VALUE ZERO.
001120 01  WS-AT-TABLE.
001130     05  WS-AT-ENTRY OCCURS 500 TIMES
001140                     INDEXED BY WS-AT-IDX.
001150         10  WS-AT-PROF          PIC X(08).
001160         10  WS-AT-TURMA         PIC X(06).
001170         10  WS-AT-DISC          PIC X(08).
001180         10  WS-AT-PER           PIC X(02).
001190         10  WS-AT-AULAS         PIC 9(02).
001200         10  WS-AT-REMOVIDA-SW   PIC X(01).
001210 01  WS-AT-COUNT                 PIC 9(03)   VALUE ZERO.
001220
001230 PROCEDURE DIVISION.
001240
001250 0000-MAINLINE.
001260     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001270*    A ATRIBUICAO DECIDE QUEM LANCA NOTA - EXIGE NIVEL 9.
001280     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001290                         WS-AUTHORIZED-SW
001300     IF NOT WS-AUTHORIZED
001310         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001320         MOVE 8 TO RETURN-CODE
001330         STOP RUN
001340     END-IF
001350     PERFORM 1000-INITIALIZE
001360     IF WS-OVERFLOW
001370         DISPLAY "PROFMAST/ATRIBUI MAIOR QUE A TABELA - EXECUCAO"
001380                 " RECUSADA, NADA ALTERADO"
001390         MOVE 8 TO RETURN-CODE
001400         STOP RUN
001410     END-IF
001420     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001430         UNTIL WS-EXIT
001440     PERFORM 3000-FINALIZE
001450     STOP RUN.
001460
001470******************************************************************
001480*  0010-SIGN-ON
001490*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001500*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001510******************************************************************
001520 0010-SIGN-ON.
001530     MOVE "N" TO WS-SIGNON-VALID-SW
001540     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001550         UNTIL WS-SIGNON-VALID.
001560 0010-EXIT.
001570     EXIT.
001580
001590 0020-PROMPT-SIGNON.
001600     MOVE "SGN-001" TO WS-MSG-CODE-WK
001610     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001620     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001630     ACCEPT WS-OPERATOR-ID
001640     MOVE "SGN-002" TO WS-MSG-CODE-WK
001650     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001660     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001670     ACCEPT WS-OPERATOR-PIN
001680     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001690                           WS-SIGNON-VALID-SW
001700     IF NOT WS-SIGNON-VALID
001710         MOVE "SGN-003" TO WS-MSG-CODE-WK
001720         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001730         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001740     END-IF.
001750 0020-EXIT.
001760     EXIT.
001770
001780******************************************************************
001790*  1000-INITIALIZE
001800*  CARREGA O CADASTRO E AS ATRIBUICOES EM MEMORIA E ABRE A
001810*  AUDITORIA.
001820******************************************************************
001830 1000-INITIALIZE.
001840     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001850     ACCEPT RUN-STAMP-ID   FROM TIME
001860     OPEN INPUT TEACHER-MASTER-FILE
001870     IF WS-PRF-FILE-STATUS = "00"
001880         PERFORM 1100-LOAD-PROFESSOR THRU 1100-EXIT
001890             UNTIL WS-PRF-EOF
001900         CLOSE TEACHER-MASTER-FILE
001910     END-IF
001920     OPEN INPUT ASSIGNMENT-FILE
001930     IF WS-ATR-FILE-STATUS = "00"
001940         PERFORM 1200-LOAD-ATRIBUICAO THRU 1200-EXIT
001950             UNTIL WS-ATR-EOF
001960         CLOSE ASSIGNMENT-FILE
001970     END-IF
001980     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
001990
002000 1100-LOAD-PROFESSOR.
002010     READ TEACHER-MASTER-FILE
002020         AT END
002030             MOVE "Y" TO WS-PRF-EOF-SW
002040             GO TO 1100-EXIT
002050     END-READ
002060     IF WS-PF-COUNT >= 100
002070         MOVE "Y" TO WS-OVERFLOW-SW
002080         GO TO 1100-EXIT
002090     END-IF
002100     ADD 1 TO WS-PF-COUNT
002110     SET WS-PF-IDX TO WS-PF-COUNT
002120     MOVE PROF-ID      TO WS-PF-ID(WS-PF-IDX)
002130     MOVE PROF-NOME    TO WS-PF-NOME(WS-PF-IDX)
002140     MOVE PROF-FUNCAO  TO WS-PF-FUNCAO(WS-PF-IDX)
002150     MOVE PROF-STATUS  TO WS-PF-STATUS(WS-PF-IDX).
002160 1100-EXIT.
002170     EXIT.
002180
002190 1200-LOAD-ATRIBUICAO.
002200     READ ASSIGNMENT-FILE
002210         AT END
002220             MOVE "Y" TO WS-ATR-EOF-SW
002230             GO TO 1200-EXIT
002240     END-READ
002250     IF WS-AT-COUNT >= 500
002260         MOVE "Y" TO WS-OVERFLOW-SW
002270         GO TO 1200-EXIT
002280     END-IF
002290     ADD 1 TO WS-AT-COUNT
002300     SET WS-AT-IDX TO WS-AT-COUNT
002310     MOVE ATR-PROF-ID    TO WS-AT-PROF(WS-AT-IDX)
002320     MOVE ATR-TURMA      TO WS-AT-TURMA(WS-AT-IDX)
002330     MOVE ATR-DISCIPLINA TO WS-AT-DISC(WS-AT-IDX)
002340     MOVE ATR-PERIODO    TO WS-AT-PER(WS-AT-IDX)
002350     IF ATR-AULAS-SEMANA NUMERIC
002360         MOVE ATR-AULAS-SEMANA TO WS-AT-AULAS(WS-AT-IDX)
002370     ELSE
002380         MOVE ZERO TO WS-AT-AULAS(WS-AT-IDX)
002390     END-IF
002400     MOVE "N" TO WS-AT-REMOVIDA-SW(WS-AT-IDX).
002410 1200-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*  0100-OPEN-AUDIT-LOG-FILE
002460*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002470*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
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
002580*  2000-SHOW-MENU
002590*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
002600******************************************************************
002610 2000-SHOW-MENU.
002620     DISPLAY " "
002630     DISPLAY "CADASTRO DE PROFESSORES - ESCOLHA A ACAO:"
002640     DISPLAY "  I - INCLUIR PROFESSOR"
002650     DISPLAY "  D - DESATIVAR PROFESSOR"
002660     DISPLAY "  A - ATRIBUIR TURMA/DISCIPLINA/PERIODO"
002670     DISPLAY "  R - REMOVER ATRIBUICAO"
002680     DISPLAY "  L - LISTAR PROFESSORES E ATRIBUICOES"
002690     DISPLAY "  C - CARGA HORARIA POR PROFESSOR (PROFRPT)"
002700     DISPLAY "  X - SAIR E GRAVAR"
002710     ACCEPT WS-ACAO
002720     EVALUATE WS-ACAO
002730         WHEN "I"
002740         WHEN "i"
002750             PERFORM 2100-INCLUDE-PROFESSOR THRU 2100-EXIT
002760         WHEN "D"
002770         WHEN "d"
002780             PERFORM 2300-DESATIVA-PROFESSOR THRU 2300-EXIT
002790         WHEN "A"
002800         WHEN "a"
002810             PERFORM 2400-ATRIBUI THRU 2400-EXIT
002820         WHEN "R"
002830         WHEN "r"
002840             PERFORM 2500-REMOVE-ATRIBUICAO THRU 2500-EXIT
002850         WHEN "L"
002860         WHEN "l"
002870             PERFORM 2600-LIST-PROFESSORES THRU 2600-EXIT
002880         WHEN "C"
002890         WHEN "c"
002900             PERFORM 2700-CARGA-HORARIA THRU 2700-EXIT
002910         WHEN "X"
002920         WHEN "x"
002930             MOVE "Y" TO WS-EXIT-SW
002940         WHEN OTHER
002950             DISPLAY "ACAO INVALIDA"
002960     END-EVALUATE.
002970 2000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*  2100-INCLUDE-PROFESSOR
003020*  INCLUI UM PROFESSOR ATIVO; ID DUPLICADO E RECUSADO.
003030******************************************************************
003040 2100-INCLUDE-PROFESSOR.
003050     IF WS-PF-COUNT >= 100
003060         DISPLAY "CADASTRO CHEIO"
003070         GO TO 2100-EXIT
003080     END-IF
003090     DISPLAY "ID DO PROFESSOR (ID DE OPERADOR, 8 POSICOES):"
003100     ACCEPT WS-IN-ID
003110     IF WS-IN-ID = SPACES
003120         DISPLAY "ID OBRIGATORIO"
003130         GO TO 2100-EXIT
003140     END-IF
003150     PERFORM 2150-FIND-PROFESSOR THRU 2150-EXIT
003160     IF WS-FOUND
003170         DISPLAY "PROFESSOR JA CADASTRADO"
003180         GO TO 2100-EXIT
003190     END-IF
003200     DISPLAY "NOME COMPLETO:"
003210     ACCEPT WS-IN-NOME
003220     DISPLAY "FUNCAO (P=PROFESSOR, C=COORDENACAO):"
003230     ACCEPT WS-IN-FUNCAO
003240     IF WS-IN-FUNCAO = "p"
003250         MOVE "P" TO WS-IN-FUNCAO
003260     END-IF
003270     IF WS-IN-FUNCAO = "c"
003280         MOVE "C" TO WS-IN-FUNCAO
003290     END-IF
003300     IF WS-IN-FUNCAO NOT = "P" AND WS-IN-FUNCAO NOT = "C"
003310         DISPLAY "FUNCAO INVALIDA - INCLUSAO CANCELADA"
003320         GO TO 2100-EXIT
003330     END-IF
003340     ADD 1 TO WS-PF-COUNT
003350     SET WS-PF-IDX TO WS-PF-COUNT
003360     MOVE WS-IN-ID     TO WS-PF-ID(WS-PF-IDX)
003370     MOVE WS-IN-NOME   TO WS-PF-NOME(WS-PF-IDX)
003380     MOVE WS-IN-FUNCAO TO WS-PF-FUNCAO(WS-PF-IDX)
003390     MOVE "A"          TO WS-PF-STATUS(WS-PF-IDX)
003400     ADD 1 TO WS-CHANGE-COUNT
003410     MOVE SPACES TO AUDIT-DETAIL
003420     STRING "INCLUSAO PROFESSOR FUNCAO=" WS-IN-FUNCAO
003430         DELIMITED BY SIZE INTO AUDIT-DETAIL
003440     PERFORM 7000-WRITE-AUDIT
003450     DISPLAY "PROFESSOR INCLUIDO".
003460 2100-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*  2150-FIND-PROFESSOR
003510*  PROCURA WS-IN-ID NO CADASTRO; ACHANDO, WS-POS APONTA A LINHA.
003520******************************************************************
003530 2150-FIND-PROFESSOR.
003540     MOVE "N" TO WS-FOUND-SW
003550     MOVE ZERO TO WS-POS
003560     PERFORM 2160-MATCH-PROFESSOR THRU 2160-EXIT
003570         VARYING WS-SCAN FROM 1 BY 1
003580         UNTIL WS-SCAN > WS-PF-COUNT OR WS-FOUND.
003590 2150-EXIT.
003600     EXIT.
003610
003620 2160-MATCH-PROFESSOR.
003630     SET WS-PF-IDX TO WS-SCAN
003640     IF WS-PF-ID(WS-PF-IDX) = WS-IN-ID
003650         MOVE "Y" TO WS-FOUND-SW
003660         MOVE WS-SCAN TO WS-POS
003670     END-IF.
003680 2160-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*  2300-DESATIVA-PROFESSOR
003730*  MARCA O PROFESSOR COMO INATIVO ("I"): DEIXA DE LANCAR NOTA E DE
003740*  SAIR NOS RELATORIOS, MAS AS ATRIBUICOES FICAM PARA CONSULTA.
003750******************************************************************
003760 2300-DESATIVA-PROFESSOR.
003770     DISPLAY "ID DO PROFESSOR:"
003780     ACCEPT WS-IN-ID
003790     PERFORM 2150-FIND-PROFESSOR THRU 2150-EXIT
003800     IF NOT WS-FOUND
003810         DISPLAY "PROFESSOR NAO ENCONTRADO"
003820         GO TO 2300-EXIT
003830     END-IF
003840     SET WS-PF-IDX TO WS-POS
003850     IF WS-PF-STATUS(WS-PF-IDX) = "I"
003860         DISPLAY "PROFESSOR JA INATIVO"
003870         GO TO 2300-EXIT
003880     END-IF
003890     MOVE "I" TO WS-PF-STATUS(WS-PF-IDX)
003900     ADD 1 TO WS-CHANGE-COUNT
003910     MOVE "DESATIVACAO PROFESSOR" TO AUDIT-DETAIL
003920     PERFORM 7000-WRITE-AUDIT
003930     DISPLAY "PROFESSOR DESATIVADO".
003940 2300-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*  2400-ATRIBUI
003990*  ATRIBUI AO PROFESSOR ATIVO UMA TURMA/DISCIPLINA/PERIODO (EM
004000*  BRANCO = ANO INTEIRO) COM AS AULAS POR SEMANA. A MESMA
004010*  ATRIBUICAO REPETIDA PARA O MESMO PROFESSOR E RECUSADA.
004020******************************************************************
004030 2400-ATRIBUI.
004040     IF WS-AT-COUNT >= 500
004050         DISPLAY "ATRIBUICOES CHEIAS"
004060         GO TO 2400-EXIT
004070     END-IF
004080     DISPLAY "ID DO PROFESSOR:"
004090     ACCEPT WS-IN-ID
004100     PERFORM 2150-FIND-PROFESSOR THRU 2150-EXIT
004110     IF NOT WS-FOUND
004120         DISPLAY "PROFESSOR FORA DO CADASTRO - ATRIBUICAO"
004130                 " CANCELADA"
004140         GO TO 2400-EXIT
004150     END-IF
004160     SET WS-PF-IDX TO WS-POS
004170     IF WS-PF-STATUS(WS-PF-IDX) NOT = "A"
004180         DISPLAY "PROFESSOR INATIVO - ATRIBUICAO CANCELADA"
004190         GO TO 2400-EXIT
004200     END-IF
004210     PERFORM 2450-PROMPT-ATRIBUICAO THRU 2450-EXIT
004220     IF WS-IN-TURMA = SPACES OR WS-IN-DISC = SPACES
004230         DISPLAY "TURMA E DISCIPLINA OBRIGATORIAS"
004240         GO TO 2400-EXIT
004250     END-IF
004260     PERFORM 2470-FIND-ATRIBUICAO THRU 2470-EXIT
004270     IF WS-FOUND
004280         DISPLAY "ATRIBUICAO JA CADASTRADA"
004290         GO TO 2400-EXIT
004300     END-IF
004310     DISPLAY "AULAS POR SEMANA (NN):"
004320     ACCEPT WS-IN-AULAS
004330     IF WS-IN-AULAS NOT NUMERIC
004340         DISPLAY "AULAS POR SEMANA INVALIDAS - ATRIBUICAO"
004350                 " CANCELADA"
004360         GO TO 2400-EXIT
004370     END-IF
004380     MOVE WS-IN-AULAS TO WS-AULAS
004390     ADD 1 TO WS-AT-COUNT
004400     SET WS-AT-IDX TO WS-AT-COUNT
004410     MOVE WS-IN-ID      TO WS-AT-PROF(WS-AT-IDX)
004420     MOVE WS-IN-TURMA   TO WS-AT-TURMA(WS-AT-IDX)
004430     MOVE WS-IN-DISC    TO WS-AT-DISC(WS-AT-IDX)
004440     MOVE WS-IN-PERIODO TO WS-AT-PER(WS-AT-IDX)
004450     MOVE WS-AULAS      TO WS-AT-AULAS(WS-AT-IDX)
004460     MOVE "N"           TO WS-AT-REMOVIDA-SW(WS-AT-IDX)
004470     ADD 1 TO WS-CHANGE-COUNT
004480     MOVE "ATRIBUICAO" TO WS-AUDIT-ACAO
004490     PERFORM 7100-DETAIL-ATRIBUICAO
004500     PERFORM 7000-WRITE-AUDIT
004510     DISPLAY "ATRIBUICAO GRAVADA".
004520 2400-EXIT.
004530     EXIT.
004540
004550 2450-PROMPT-ATRIBUICAO.
004560     DISPLAY "TURMA (EX. 7A):"
004570     ACCEPT WS-IN-TURMA
004580     DISPLAY "DISCIPLINA (EX. MAT):"
004590     ACCEPT WS-IN-DISC
004600     DISPLAY "PERIODO (EX. B1, BRANCO=ANO INTEIRO):"
004610     ACCEPT WS-IN-PERIODO.
004620 2450-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*  2470-FIND-ATRIBUICAO
004670*  PROCURA A ATRIBUICAO ATIVA WS-IN-ID/TURMA/DISCIPLINA/PERIODO;
004680*  ACHANDO, WS-POS APONTA A LINHA.
004690******************************************************************
004700 2470-FIND-ATRIBUICAO.
004710     MOVE "N" TO WS-FOUND-SW
004720     MOVE ZERO TO WS-POS
004730     PERFORM 2480-MATCH-ATRIBUICAO THRU 2480-EXIT
004740         VARYING WS-SCAN FROM 1 BY 1
004750         UNTIL WS-SCAN > WS-AT-COUNT OR WS-FOUND.
004760 2470-EXIT.
004770     EXIT.
004780
004790 2480-MATCH-ATRIBUICAO.
004800     SET WS-AT-IDX TO WS-SCAN
004810     IF WS-AT-REMOVIDA-SW(WS-AT-IDX) = "N"
004820         AND WS-AT-PROF(WS-AT-IDX)  = WS-IN-ID
004830         AND WS-AT-TURMA(WS-AT-IDX) = WS-IN-TURMA
004840         AND WS-AT-DISC(WS-AT-IDX)  = WS-IN-DISC
004850         AND WS-AT-PER(WS-AT-IDX)   = WS-IN-PERIODO
004860         MOVE "Y" TO WS-FOUND-SW
004870         MOVE WS-SCAN TO WS-POS
004880     END-IF.
004890 2480-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930*  2500-REMOVE-ATRIBUICAO
004940*  TIRA DO PROFESSOR UMA TURMA/DISCIPLINA/PERIODO - A PARTIR DA
004950*  PROXIMA EXECUCAO ELE NAO LANCA MAIS NOTA NELA.
004960******************************************************************
004970 2500-REMOVE-ATRIBUICAO.
004980     DISPLAY "ID DO PROFESSOR:"
004990     ACCEPT WS-IN-ID
005000     PERFORM 2450-PROMPT-ATRIBUICAO THRU 2450-EXIT
005010     PERFORM 2470-FIND-ATRIBUICAO THRU 2470-EXIT
005020     IF NOT WS-FOUND
005030         DISPLAY "ATRIBUICAO NAO ENCONTRADA"
005040         GO TO 2500-EXIT
005050     END-IF
005060     SET WS-AT-IDX TO WS-POS
005070     MOVE "Y" TO WS-AT-REMOVIDA-SW(WS-AT-IDX)
005080     MOVE WS-AT-AULAS(WS-AT-IDX) TO WS-AULAS
005090     ADD 1 TO WS-CHANGE-COUNT
005100     MOVE "REMOCAO" TO WS-AUDIT-ACAO
005110     PERFORM 7100-DETAIL-ATRIBUICAO
005120     PERFORM 7000-WRITE-AUDIT
005130     DISPLAY "ATRIBUICAO REMOVIDA".
005140 2500-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180*  2600-LIST-PROFESSORES
005190*  LISTA O CADASTRO NA TELA, CADA PROFESSOR SEGUIDO DAS SUAS
005200*  ATRIBUICOES.
005210******************************************************************
005220 2600-LIST-PROFESSORES.
005230     PERFORM 2650-LIST-ONE THRU 2650-EXIT
005240         VARYING WS-SCAN FROM 1 BY 1
005250         UNTIL WS-SCAN > WS-PF-COUNT.
005260 2600-EXIT.
005270     EXIT.
005280
005290 2650-LIST-ONE.
005300     SET WS-PF-IDX TO WS-SCAN
005310     DISPLAY WS-PF-ID(WS-PF-IDX) " "
005320             WS-PF-NOME(WS-PF-IDX) " "
005330             WS-PF-FUNCAO(WS-PF-IDX) " "
005340             WS-PF-STATUS(WS-PF-IDX)
005350     PERFORM 2660-LIST-ATRIBUICAO THRU 2660-EXIT
005360         VARYING WS-SCAN2 FROM 1 BY 1
005370         UNTIL WS-SCAN2 > WS-AT-COUNT.
005380 2650-EXIT.
005390     EXIT.
005400
005410 2660-LIST-ATRIBUICAO.
005420     SET WS-AT-IDX TO WS-SCAN2
005430     IF WS-AT-PROF(WS-AT-IDX) NOT = WS-PF-ID(WS-PF-IDX)
005440         OR WS-AT-REMOVIDA-SW(WS-AT-IDX) = "Y"
005450         GO TO 2660-EXIT
005460     END-IF
005470     DISPLAY "    " WS-AT-TURMA(WS-AT-IDX) " "
005480             WS-AT-DISC(WS-AT-IDX) " "
005490             WS-AT-PER(WS-AT-IDX) " "
005500             WS-AT-AULAS(WS-AT-IDX) " AULAS/SEM".
005510 2660-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550*  2700-CARGA-HORARIA
005560*  GRAVA NO PROFRPT, POR PROFESSOR ATIVO, AS TURMAS/DISCIPLINAS
005570*  ATRIBUIDAS NO PERIODO PEDIDO (EM BRANCO = TODOS) E O TOTAL DE
005580*  ATRIBUICOES E DE AULAS POR SEMANA. ATRIBUICAO DE ANO INTEIRO
005590*  CONTA EM QUALQUER PERIODO.
005600******************************************************************
005610 2700-CARGA-HORARIA.
005620     DISPLAY "PERIODO (EX. B1, BRANCO=TODOS):"
005630     ACCEPT WS-IN-PERIODO
005640     MOVE ZERO TO WS-CARGA-PROFS
005650     OPEN OUTPUT WORKLOAD-REPORT-FILE
005660     MOVE SPACES TO WS-RUN-STAMP-DISP
005670     STRING "EXECUCAO " RUN-STAMP-DATE " " RUN-STAMP-ID
005680         DELIMITED BY SIZE INTO WS-RUN-STAMP-DISP
005690     MOVE WS-RUN-STAMP-DISP TO REPORT-LINE
005700     WRITE REPORT-LINE
005710     MOVE SPACES TO REPORT-LINE
005720     IF WS-IN-PERIODO = SPACES
005730         MOVE "CARGA HORARIA POR PROFESSOR - TODOS OS PERIODOS"
005740             TO REPORT-LINE
005750     ELSE
005760         STRING "CARGA HORARIA POR PROFESSOR - PERIODO "
005770                WS-IN-PERIODO
005780             DELIMITED BY SIZE INTO REPORT-LINE
005790     END-IF
005800     WRITE REPORT-LINE
005810     PERFORM 2750-CARGA-ONE THRU 2750-EXIT
005820         VARYING WS-SCAN FROM 1 BY 1
005830         UNTIL WS-SCAN > WS-PF-COUNT
005840     MOVE SPACES TO REPORT-LINE
005850     WRITE REPORT-LINE
005860     MOVE SPACES TO REPORT-LINE
005870     STRING "PROFESSORES ATIVOS LISTADOS: " WS-CARGA-PROFS
005880         DELIMITED BY SIZE INTO REPORT-LINE
005890     WRITE REPORT-LINE
005900     CLOSE WORKLOAD-REPORT-FILE
005910     DISPLAY "CARGA HORARIA GRAVADA EM PROFRPT".
005920 2700-EXIT.
005930     EXIT.
005940
005950 2750-CARGA-ONE.
005960     SET WS-PF-IDX TO WS-SCAN
005970     IF WS-PF-STATUS(WS-PF-IDX) NOT = "A"
005980         GO TO 2750-EXIT
005990     END-IF
006000     ADD 1 TO WS-CARGA-PROFS
006010     MOVE ZERO TO WS-CARGA-ATRIB
006020     MOVE ZERO TO WS-CARGA-AULAS
006030     IF WS-PF-FUNCAO(WS-PF-IDX) = "C"
006040         MOVE "COORDENACAO" TO WS-FUNCAO-DESC
006050     ELSE
006060         MOVE "PROFESSOR" TO WS-FUNCAO-DESC
006070     END-IF
006080     MOVE SPACES TO REPORT-LINE
006090     WRITE REPORT-LINE
006100     MOVE SPACES TO REPORT-LINE
006110     STRING WS-PF-ID(WS-PF-IDX) " " WS-PF-NOME(WS-PF-IDX)
006120            " " WS-FUNCAO-DESC
006130         DELIMITED BY SIZE INTO REPORT-LINE
006140     WRITE REPORT-LINE
006150     PERFORM 2760-CARGA-ATRIBUICAO THRU 2760-EXIT
006160         VARYING WS-SCAN2 FROM 1 BY 1
006170         UNTIL WS-SCAN2 > WS-AT-COUNT
006180     MOVE SPACES TO REPORT-LINE
006190     STRING "    ATRIBUICOES " WS-CARGA-ATRIB
006200            "  AULAS/SEMANA " WS-CARGA-AULAS
006210         DELIMITED BY SIZE INTO REPORT-LINE
006220     WRITE REPORT-LINE.
006230 2750-EXIT.
006240     EXIT.
006250
006260 2760-CARGA-ATRIBUICAO.
006270     SET WS-AT-IDX TO WS-SCAN2
006280     IF WS-AT-PROF(WS-AT-IDX) NOT = WS-PF-ID(WS-PF-IDX)
006290         OR WS-AT-REMOVIDA-SW(WS-AT-IDX) = "Y"
006300         GO TO 2760-EXIT
006310     END-IF
006320     IF WS-IN-PERIODO NOT = SPACES
006330         AND WS-AT-PER(WS-AT-IDX) NOT = SPACES
006340         AND WS-AT-PER(WS-AT-IDX) NOT = WS-IN-PERIODO
006350         GO TO 2760-EXIT
006360     END-IF
006370     ADD 1 TO WS-CARGA-ATRIB
006380     ADD WS-AT-AULAS(WS-AT-IDX) TO WS-CARGA-AULAS
006390     MOVE SPACES TO REPORT-LINE
006400     IF WS-AT-PER(WS-AT-IDX) = SPACES
006410         STRING "    TURMA " WS-AT-TURMA(WS-AT-IDX)
006420                " " WS-AT-DISC(WS-AT-IDX)
006430                " ANO INTEIRO " WS-AT-AULAS(WS-AT-IDX)
006440                " AULAS/SEMANA"
006450             DELIMITED BY SIZE INTO REPORT-LINE
006460     ELSE
006470         STRING "    TURMA " WS-AT-TURMA(WS-AT-IDX)
006480                " " WS-AT-DISC(WS-AT-IDX)
006490                " PERIODO " WS-AT-PER(WS-AT-IDX)
006500                "  " WS-AT-AULAS(WS-AT-IDX)
006510                " AULAS/SEMANA"
006520             DELIMITED BY SIZE INTO REPORT-LINE
006530     END-IF
006540     WRITE REPORT-LINE.
006550 2760-EXIT.
006560     EXIT.
006570
006580******************************************************************
006590*  3000-FINALIZE
006600*  REGRAVA O CADASTRO E AS ATRIBUICOES (SEM AS REMOVIDAS) SE ALGO
006610*  MUDOU E FECHA A AUDITORIA.
006620******************************************************************
006630 3000-FINALIZE.
006640     IF WS-CHANGE-COUNT > ZERO
006650         OPEN OUTPUT TEACHER-MASTER-FILE
006660         PERFORM 3100-WRITE-PROFESSOR THRU 3100-EXIT
006670             VARYING WS-SCAN FROM 1 BY 1
006680             UNTIL WS-SCAN > WS-PF-COUNT
006690         CLOSE TEACHER-MASTER-FILE
006700         OPEN OUTPUT ASSIGNMENT-FILE
006710         PERFORM 3200-WRITE-ATRIBUICAO THRU 3200-EXIT
006720             VARYING WS-SCAN FROM 1 BY 1
006730             UNTIL WS-SCAN > WS-AT-COUNT
006740         CLOSE ASSIGNMENT-FILE
006750     END-IF
006760     CLOSE AUDIT-LOG-FILE
006770     DISPLAY "CADASTRO GRAVADO - ALTERACOES: " WS-CHANGE-COUNT.
006780
006790 3100-WRITE-PROFESSOR.
006800     SET WS-PF-IDX TO WS-SCAN
006810     MOVE SPACES                  TO TEACHER-MASTER-RECORD
006820     MOVE WS-PF-ID(WS-PF-IDX)     TO PROF-ID
006830     MOVE WS-PF-NOME(WS-PF-IDX)   TO PROF-NOME
006840     MOVE WS-PF-FUNCAO(WS-PF-IDX) TO PROF-FUNCAO
006850     MOVE WS-PF-STATUS(WS-PF-IDX) TO PROF-STATUS
006860     WRITE TEACHER-MASTER-RECORD.
006870 3100-EXIT.
006880     EXIT.
006890
006900 3200-WRITE-ATRIBUICAO.
006910     SET WS-AT-IDX TO WS-SCAN
006920     IF WS-AT-REMOVIDA-SW(WS-AT-IDX) = "Y"
006930         GO TO 3200-EXIT
006940     END-IF
006950     MOVE SPACES                 TO ASSIGNMENT-RECORD
006960     MOVE WS-AT-PROF(WS-AT-IDX)  TO ATR-PROF-ID
006970     MOVE WS-AT-TURMA(WS-AT-IDX) TO ATR-TURMA
006980     MOVE WS-AT-DISC(WS-AT-IDX)  TO ATR-DISCIPLINA
006990     MOVE WS-AT-PER(WS-AT-IDX)   TO ATR-PERIODO
007000     MOVE WS-AT-AULAS(WS-AT-IDX) TO ATR-AULAS-SEMANA
007010     WRITE ASSIGNMENT-RECORD.
007020 3200-EXIT.
007030     EXIT.
007040
007050******************************************************************
007060*  7000-WRITE-AUDIT
007070*  GRAVA A ALTERACAO NA TRILHA DE AUDITORIA - O DETALHE JA VEM
007080*  MONTADO PELO CHAMADOR.
007090******************************************************************
007100 7000-WRITE-AUDIT.
007110     MOVE "PROFMANT"         TO AUDIT-PROGRAM-ID
007120     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007130     ACCEPT AUDIT-TIME FROM TIME
007140     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007150     MOVE WS-IN-ID            TO AUDIT-KEY
007160     CALL "AUDITWR" USING AUDIT-RECORD.
007170
007180******************************************************************
007190*  7100-DETAIL-ATRIBUICAO
007200*  MONTA O DETALHE DA AUDITORIA DE UMA ATRIBUICAO OU REMOCAO.
007210******************************************************************
007220 7100-DETAIL-ATRIBUICAO.
007230     MOVE SPACES TO AUDIT-DETAIL
007240     STRING WS-AUDIT-ACAO " TURMA=" WS-IN-TURMA
007250            " DISC=" WS-IN-DISC
007260            " PER=" WS-IN-PERIODO
007270            " AULAS=" WS-AULAS
007280         DELIMITED BY SIZE INTO AUDIT-DETAIL.
