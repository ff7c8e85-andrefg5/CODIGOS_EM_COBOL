000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TAREFMAN.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  GARAGEM - TAREFAS PERIODICAS DE MANUTENCAO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  TAREFMAN.CBL
000090*  MANUTENCAO DO CADASTRO DE TAREFAS PERIODICAS (TAREFAS,
000100*  COPYBOOK TAREFREC) QUE ANTES VIVIAM NO QUADRO DA PAREDE:
000110*  LIMPEZA PESADA DOS ONIBUS A CADA 7 DIAS UTEIS, EXTINTORES A
000120*  CADA 30 DIAS, CALIBRAGEM DA CONTADORA DE MOEDAS A CADA 90.
000130*    I - INCLUI A TAREFA (INTERVALO, UNIDADE C = DIAS CORRIDOS
000140*        OU U = DIAS UTEIS PELO DIAUTIL, RESPONSAVEL DO EMPMAST
000150*        E PRIMEIRO VENCIMENTO);
000160*    F - REGISTRA A TAREFA COMO FEITA NA DATA INFORMADA - GRAVA
000170*        O HISTORICO (TAREFHIS) E RECALCULA O VENCIMENTO;
000180*    T - SUSPENDE / REATIVA A TAREFA;
000190*    L - LISTA O CADASTRO NA TELA;
000200*    R - RELATORIO SEMANAL (TAREFRPT): ATRASADAS E AS QUE
000210*        VENCEM ATE HOJE MAIS 6 DIAS.
000220*  A PROJECAO DO TRIMESTRE COM AS COINCIDENCIAS SAI DO
000230*  PARADAFINAL (MODO T); AS ATRASADAS ENTRAM NO PASSAGEM.
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TAREFA-FILE ASSIGN TO "TAREFAS"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS WS-TAR-FILE-STATUS.
000350     SELECT TAREFA-HIST-FILE ASSIGN TO "TAREFHIS"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS WS-HIS-FILE-STATUS.
000380     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-EMP-FILE-STATUS.
000410     SELECT TAREFA-REPORT-FILE ASSIGN TO "TAREFRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TAREFA-FILE
000490     RECORDING MODE IS F.
000500     COPY TAREFREC.
000510 FD  TAREFA-HIST-FILE
000520     RECORDING MODE IS F.
000530     COPY TARHISREC.
000540 FD  EMPLOYEE-MASTER-FILE
000550     RECORDING MODE IS F.
000560     COPY EMPMASTREC.
000570 FD  TAREFA-REPORT-FILE
000580     RECORDING MODE IS F.
000590 01  REPORT-LINE                 PIC X(80).
000600 FD  AUDIT-LOG-FILE
000610     RECORDING MODE IS F.
000620     COPY AUDITREC.
000630 WORKING-STORAGE SECTION.
000640 01  WS-SWITCHES.
000650     05  WS-TAR-FILE-STATUS      PIC X(02)   VALUE "00".
000660     05  WS-HIS-FILE-STATUS      PIC X(02)   VALUE "00".
000670     05  WS-EMP-FILE-STATUS      PIC X(02)   VALUE "00".
000680     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000690     05  WS-TAR-EOF-SW           PIC X(01)   VALUE "N".
000700         88  WS-TAR-EOF                      VALUE "Y".
000710     05  WS-EMP-EOF-SW           PIC X(01)   VALUE "N".
000720         88  WS-EMP-EOF                      VALUE "Y".
000730     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000740         88  WS-EXIT                         VALUE "Y".
000750     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000760         88  WS-SIGNON-VALID                 VALUE "Y".
000770     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000780         88  WS-FOUND                        VALUE "Y".
000790     05  WS-EMP-FOUND-SW         PIC X(01)   VALUE "N".
000800         88  WS-EMP-FOUND                    VALUE "Y".
000810     05  WS-DATA-VALID-SW        PIC X(01)   VALUE "N".
000820         88  WS-DATA-VALID                   VALUE "Y".
000830 01  WS-MSG-CODE-WK              PIC X(08).
000840 01  WS-MSG-TEXT-WK              PIC X(60).
000850 01  WS-OPERATOR-ID              PIC X(08).
000860 01  WS-OPERATOR-PIN             PIC X(04).
000870 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000880 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000890     88  WS-AUTHORIZED                       VALUE "Y".
000900 01  WS-RUN-STAMP-DISP           PIC X(30).
000910     COPY RUNSTAMP.
000920 01  WS-ACAO                     PIC X(01).
000930 01  WS-IN-ID                    PIC X(06).
000940 01  WS-IN-DESC                  PIC X(30).
000950 01  WS-IN-INTERVALO             PIC X(03).
000960 01  WS-IN-UNIDADE               PIC X(01).
000970 01  WS-IN-MATRIC                PIC X(06).
000980 01  WS-IN-DATA                  PIC X(08).
000990 01  WS-EMP-NOME                 PIC X(20).
001000 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001010 01  WS-SCAN                     PIC 9(03).
001020 01  WS-AUDIT-KEY-WK             PIC X(10).
001030 01  WS-AUDIT-DETAIL-WK          PIC X(60).
001040*  CALCULO DE DATAS (DIAS CORRIDOS PELO INTEIRO DA DATA, DIAS
001050*  UTEIS DIA A DIA PELO DIAUTIL).
001060 01  WS-HOJE                     PIC X(08).
001070 01  WS-FIM-SEMANA               PIC X(08).
001080 01  WS-DATA-WK                  PIC X(08).
001090 01  WS-DATA-NUM                 PIC 9(08).
001100 01  WS-DIAS-INT                 PIC 9(07).
001110 01  WS-DIAS-ADD                 PIC 9(03).
001120 01  WS-INT-VENC                 PIC 9(07).
001130 01  WS-INT-FEITA                PIC 9(07).
001140 01  WS-DIAS-ATRASO              PIC 9(03).
001150 01  WS-UTEIS-CONTADOS           PIC 9(03).
001160 01  WS-GUARD                    PIC 9(04).
001170 01  WS-UNIDADE-WK               PIC X(01).
001180 01  WS-DIAUTIL-FUNC             PIC X(01).
001190 01  WS-DIAUTIL-OUT              PIC X(08).
001200 01  WS-DIAUTIL-SW               PIC X(01).
001210     88  WS-DIA-UTIL                         VALUE "Y".
001220 01  WS-ATRASADAS                PIC 9(03)   VALUE ZERO.
001230 01  WS-NA-SEMANA                PIC 9(03)   VALUE ZERO.
001240*  INTERFACE DO ESCRITOR COMPARTILHADO (ROTINA RELATORIO).
001250 01  WS-RPT-ACTION               PIC X(01).
001260 01  WS-RPT-TITLE                PIC X(60).
001270 01  WS-RPT-COLHEAD              PIC X(80).
001280 01  WS-RPT-OUT-LINES.
001290     05  WS-RPT-OUT-LINE OCCURS 5 TIMES PIC X(80).
001300 01  WS-RPT-OUT-COUNT            PIC 9(01).
001310 01  WS-RPT-SUB                  PIC 9(01).
001320
001330******************************************************************
001340*  CADASTRO CARREGADO EM MEMORIA; REGRAVADO INTEIRO NA SAIDA
001350*  (MESMO PADRAO DO ROTAMANT E DO STOPMANT).
001360******************************************************************
001370 01  WS-TF-TABLE.
001380     05  WS-TF-ENTRY OCCURS 100 TIMES
001390                     INDEXED BY WS-TF-IDX.
001400         10  WS-TF-ID            PIC X(06).
001410         10  WS-TF-DESC          PIC X(30).
001420         10  WS-TF-INTERVALO     PIC 9(03).
001430         10  WS-TF-UNIDADE       PIC X(01).
001440         10  WS-TF-RESP-MATRIC   PIC X(06).
001450         10  WS-TF-RESP-NOME     PIC X(20).
001460         10  WS-TF-PROX-VENC     PIC X(08).
001470         10  WS-TF-ULT-FEITA     PIC X(08).
001480         10  WS-TF-ULT-OPER      PIC X(08).
001490         10  WS-TF-SITUACAO      PIC X(01).
001500 01  WS-TF-COUNT                 PIC 9(03)   VALUE ZERO.
001510 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001520     88  WS-OVERFLOW                         VALUE "Y".
001530
001540 PROCEDURE DIVISION.
001550
001560 0000-MAINLINE.
001570     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001580*    ROTINA DE CADASTRO - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001590     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001600                         WS-AUTHORIZED-SW
001610     IF NOT WS-AUTHORIZED
001620         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001630         MOVE 8 TO RETURN-CODE
001640         STOP RUN
001650     END-IF
001660     PERFORM 1000-INITIALIZE
001670     IF WS-OVERFLOW
001680         DISPLAY "CADASTRO MAIOR QUE A TABELA - EXECUCAO"
001690                 " RECUSADA, NADA ALTERADO"
001700         MOVE 8 TO RETURN-CODE
001710         STOP RUN
001720     END-IF
001730     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001740         UNTIL WS-EXIT
001750     PERFORM 3000-FINALIZE
001760     STOP RUN.
001770
001780******************************************************************
001790*  0010-SIGN-ON
001800*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001810*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001820******************************************************************
001830 0010-SIGN-ON.
001840     MOVE "N" TO WS-SIGNON-VALID-SW
001850     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001860         UNTIL WS-SIGNON-VALID.
001870 0010-EXIT.
001880     EXIT.
001890
001900 0020-PROMPT-SIGNON.
001910     MOVE "SGN-001" TO WS-MSG-CODE-WK
001920     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001930     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001940     ACCEPT WS-OPERATOR-ID
001950     MOVE "SGN-002" TO WS-MSG-CODE-WK
001960     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001970     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001980     ACCEPT WS-OPERATOR-PIN
001990     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002000                           WS-SIGNON-VALID-SW
002010     IF NOT WS-SIGNON-VALID
002020         MOVE "SGN-003" TO WS-MSG-CODE-WK
002030         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002040         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002050     END-IF.
002060 0020-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100*  1000-INITIALIZE
002110*  CARREGA O CADASTRO EM MEMORIA, ABRE O HISTORICO E A
002120*  AUDITORIA E CARIMBA A EXECUCAO.
002130******************************************************************
002140 1000-INITIALIZE.
002150     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002160     ACCEPT RUN-STAMP-ID   FROM TIME
002170     MOVE SPACES TO WS-RUN-STAMP-DISP
002180     STRING "EXECUCAO " DELIMITED BY SIZE
002190            RUN-STAMP-DATE DELIMITED BY SIZE
002200            " " DELIMITED BY SIZE
002210            RUN-STAMP-ID DELIMITED BY SIZE
002220         INTO WS-RUN-STAMP-DISP
002230     MOVE RUN-STAMP-DATE TO WS-HOJE
002240     OPEN INPUT TAREFA-FILE
002250     IF WS-TAR-FILE-STATUS NOT = "00"
002260         MOVE "Y" TO WS-TAR-EOF-SW
002270     ELSE
002280         PERFORM 1100-LOAD-TAREFA THRU 1100-EXIT
002290             UNTIL WS-TAR-EOF
002300         CLOSE TAREFA-FILE
002310     END-IF
002320     OPEN EXTEND TAREFA-HIST-FILE
002330     IF WS-HIS-FILE-STATUS = "35"
002340         OPEN OUTPUT TAREFA-HIST-FILE
002350         CLOSE TAREFA-HIST-FILE
002360         OPEN EXTEND TAREFA-HIST-FILE
002370     END-IF
002380     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
002390
002400 1100-LOAD-TAREFA.
002410     READ TAREFA-FILE
002420         AT END
002430             MOVE "Y" TO WS-TAR-EOF-SW
002440             GO TO 1100-EXIT
002450     END-READ
002460     IF WS-TF-COUNT >= 100
002470         MOVE "Y" TO WS-OVERFLOW-SW
002480         GO TO 1100-EXIT
002490     END-IF
002500     ADD 1 TO WS-TF-COUNT
002510     SET WS-TF-IDX TO WS-TF-COUNT
002520     MOVE TAR-ID          TO WS-TF-ID(WS-TF-IDX)
002530     MOVE TAR-DESCRICAO   TO WS-TF-DESC(WS-TF-IDX)
002540     MOVE TAR-INTERVALO   TO WS-TF-INTERVALO(WS-TF-IDX)
002550     MOVE TAR-UNIDADE     TO WS-TF-UNIDADE(WS-TF-IDX)
002560     MOVE TAR-RESP-MATRIC TO WS-TF-RESP-MATRIC(WS-TF-IDX)
002570     MOVE TAR-RESP-NOME   TO WS-TF-RESP-NOME(WS-TF-IDX)
002580     MOVE TAR-PROX-VENC   TO WS-TF-PROX-VENC(WS-TF-IDX)
002590     MOVE TAR-ULT-FEITA   TO WS-TF-ULT-FEITA(WS-TF-IDX)
002600     MOVE TAR-ULT-OPER    TO WS-TF-ULT-OPER(WS-TF-IDX)
002610     MOVE TAR-SITUACAO    TO WS-TF-SITUACAO(WS-TF-IDX).
002620 1100-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660*  0100-OPEN-AUDIT-LOG-FILE
002670*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002680*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
002690******************************************************************
002700 0100-OPEN-AUDIT-LOG-FILE.
002710     OPEN EXTEND AUDIT-LOG-FILE
002720     IF WS-AUDIT-FILE-STATUS = "35"
002730         OPEN OUTPUT AUDIT-LOG-FILE
002740         CLOSE AUDIT-LOG-FILE
002750         OPEN EXTEND AUDIT-LOG-FILE
002760     END-IF.
002770
002780******************************************************************
002790*  2000-SHOW-MENU
002800*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
002810******************************************************************
002820 2000-SHOW-MENU.
002830     DISPLAY " "
002840     DISPLAY "TAREFAS PERIODICAS - ESCOLHA A ACAO:"
002850     DISPLAY "  I - INCLUIR TAREFA"
002860     DISPLAY "  F - REGISTRAR TAREFA FEITA"
002870     DISPLAY "  T - SUSPENDER / REATIVAR TAREFA"
002880     DISPLAY "  L - LISTAR O CADASTRO"
002890     DISPLAY "  R - RELATORIO SEMANAL (TAREFRPT)"
002900     DISPLAY "  X - SAIR E GRAVAR"
002910     ACCEPT WS-ACAO
002920     EVALUATE WS-ACAO
002930         WHEN "I"
002940         WHEN "i"
002950             PERFORM 2100-INCLUDE-TAREFA THRU 2100-EXIT
002960         WHEN "F"
002970         WHEN "f"
002980             PERFORM 2200-REGISTRA-FEITA THRU 2200-EXIT
002990         WHEN "T"
003000         WHEN "t"
003010             PERFORM 2300-ALTERNA-SITUACAO THRU 2300-EXIT
003020         WHEN "L"
003030         WHEN "l"
003040             PERFORM 2500-LIST-CADASTRO THRU 2500-EXIT
003050         WHEN "R"
003060         WHEN "r"
003070             PERFORM 2600-RELATORIO-SEMANAL THRU 2600-EXIT
003080         WHEN "X"
003090         WHEN "x"
003100             MOVE "Y" TO WS-EXIT-SW
003110         WHEN OTHER
003120             DISPLAY "ACAO INVALIDA"
003130     END-EVALUATE.
003140 2000-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*  2100-INCLUDE-TAREFA
003190*  INCLUI UMA TAREFA: O RESPONSAVEL TEM DE SER FUNCIONARIO ATIVO
003200*  DO EMPMAST; NA UNIDADE U O PRIMEIRO VENCIMENTO QUE CAIR EM
003210*  FIM DE SEMANA OU FERIADO PASSA PARA O DIA UTIL SEGUINTE.
003220******************************************************************
003230 2100-INCLUDE-TAREFA.
003240     IF WS-TF-COUNT >= 100
003250         DISPLAY "CADASTRO DE TAREFAS CHEIO"
003260         GO TO 2100-EXIT
003270     END-IF
003280     DISPLAY "CODIGO DA TAREFA (6 POSICOES):"
003290     ACCEPT WS-IN-ID
003300     IF WS-IN-ID = SPACES
003310         DISPLAY "CODIGO OBRIGATORIO"
003320         GO TO 2100-EXIT
003330     END-IF
003340     PERFORM 4000-FIND-TAREFA THRU 4000-EXIT
003350     IF WS-FOUND
003360         DISPLAY "TAREFA JA CADASTRADA"
003370         GO TO 2100-EXIT
003380     END-IF
003390     DISPLAY "DESCRICAO:"
003400     ACCEPT WS-IN-DESC
003410     DISPLAY "INTERVALO (3 DIGITOS, EX. 030):"
003420     ACCEPT WS-IN-INTERVALO
003430     IF WS-IN-INTERVALO NOT NUMERIC
003440         OR WS-IN-INTERVALO = "000"
003450         DISPLAY "INTERVALO INVALIDO - INCLUSAO CANCELADA"
003460         GO TO 2100-EXIT
003470     END-IF
003480     DISPLAY "UNIDADE (C=DIAS CORRIDOS, U=DIAS UTEIS):"
003490     ACCEPT WS-IN-UNIDADE
003500     IF WS-IN-UNIDADE = "c"
003510         MOVE "C" TO WS-IN-UNIDADE
003520     END-IF
003530     IF WS-IN-UNIDADE = "u"
003540         MOVE "U" TO WS-IN-UNIDADE
003550     END-IF
003560     IF WS-IN-UNIDADE NOT = "C" AND WS-IN-UNIDADE NOT = "U"
003570         DISPLAY "UNIDADE INVALIDA - INCLUSAO CANCELADA"
003580         GO TO 2100-EXIT
003590     END-IF
003600     DISPLAY "MATRICULA DO RESPONSAVEL (EMPMAST):"
003610     ACCEPT WS-IN-MATRIC
003620     PERFORM 4100-FIND-EMPREGADO THRU 4100-EXIT
003630     IF NOT WS-EMP-FOUND
003640         DISPLAY "RESPONSAVEL NAO ENCONTRADO OU DESLIGADO -"
003650                 " INCLUSAO CANCELADA"
003660         GO TO 2100-EXIT
003670     END-IF
003680     DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD, BRANCO=HOJE):"
003690     ACCEPT WS-IN-DATA
003700     IF WS-IN-DATA = SPACES
003710         MOVE WS-HOJE TO WS-IN-DATA
003720     END-IF
003730     PERFORM 4200-VALIDA-DATA THRU 4200-EXIT
003740     IF NOT WS-DATA-VALID
003750         DISPLAY "DATA INVALIDA - INCLUSAO CANCELADA"
003760         GO TO 2100-EXIT
003770     END-IF
003780     MOVE WS-IN-DATA TO WS-DATA-WK
003790     IF WS-IN-UNIDADE = "U"
003800         PERFORM 5200-AJUSTA-DIA-UTIL THRU 5200-EXIT
003810     END-IF
003820     ADD 1 TO WS-TF-COUNT
003830     SET WS-TF-IDX TO WS-TF-COUNT
003840     MOVE WS-IN-ID        TO WS-TF-ID(WS-TF-IDX)
003850     MOVE WS-IN-DESC      TO WS-TF-DESC(WS-TF-IDX)
003860     MOVE WS-IN-INTERVALO TO WS-TF-INTERVALO(WS-TF-IDX)
003870     MOVE WS-IN-UNIDADE   TO WS-TF-UNIDADE(WS-TF-IDX)
003880     MOVE WS-IN-MATRIC    TO WS-TF-RESP-MATRIC(WS-TF-IDX)
003890     MOVE WS-EMP-NOME     TO WS-TF-RESP-NOME(WS-TF-IDX)
003900     MOVE WS-DATA-WK      TO WS-TF-PROX-VENC(WS-TF-IDX)
003910     MOVE SPACES          TO WS-TF-ULT-FEITA(WS-TF-IDX)
003920     MOVE SPACES          TO WS-TF-ULT-OPER(WS-TF-IDX)
003930     MOVE "A"             TO WS-TF-SITUACAO(WS-TF-IDX)
003940     ADD 1 TO WS-CHANGE-COUNT
003950     MOVE WS-IN-ID TO WS-AUDIT-KEY-WK
003960     MOVE SPACES TO WS-AUDIT-DETAIL-WK
003970     STRING "INCLUSAO INT=" WS-IN-INTERVALO WS-IN-UNIDADE
003980            " RESP=" WS-IN-MATRIC
003990            " VENC=" WS-DATA-WK
004000         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL-WK
004010     PERFORM 7000-WRITE-AUDIT
004020     DISPLAY "TAREFA INCLUIDA - PRIMEIRO VENCIMENTO "
004030             WS-DATA-WK.
004040 2100-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080*  2200-REGISTRA-FEITA
004090*  LANCA A CONCLUSAO DA TAREFA NA DATA INFORMADA (NAO PODE SER
004100*  FUTURA NEM ANTERIOR A ULTIMA CONCLUSAO), GRAVA O HISTORICO
004110*  COM OS DIAS DE ATRASO E RECALCULA O PROXIMO VENCIMENTO A
004120*  PARTIR DA DATA DA CONCLUSAO.
004130******************************************************************
004140 2200-REGISTRA-FEITA.
004150     DISPLAY "CODIGO DA TAREFA:"
004160     ACCEPT WS-IN-ID
004170     PERFORM 4000-FIND-TAREFA THRU 4000-EXIT
004180     IF NOT WS-FOUND
004190         DISPLAY "TAREFA NAO CADASTRADA"
004200         GO TO 2200-EXIT
004210     END-IF
004220     IF WS-TF-SITUACAO(WS-TF-IDX) = "S"
004230         DISPLAY "TAREFA SUSPENSA - REATIVE ANTES DE LANCAR"
004240         GO TO 2200-EXIT
004250     END-IF
004260     DISPLAY "DATA DA CONCLUSAO (AAAAMMDD, BRANCO=HOJE):"
004270     ACCEPT WS-IN-DATA
004280     IF WS-IN-DATA = SPACES
004290         MOVE WS-HOJE TO WS-IN-DATA
004300     END-IF
004310     PERFORM 4200-VALIDA-DATA THRU 4200-EXIT
004320     IF NOT WS-DATA-VALID
004330         DISPLAY "DATA INVALIDA - LANCAMENTO CANCELADO"
004340         GO TO 2200-EXIT
004350     END-IF
004360     IF WS-IN-DATA > WS-HOJE
004370         DISPLAY "DATA FUTURA - LANCAMENTO CANCELADO"
004380         GO TO 2200-EXIT
004390     END-IF
004400     IF WS-TF-ULT-FEITA(WS-TF-IDX) NOT = SPACES
004410         AND WS-IN-DATA < WS-TF-ULT-FEITA(WS-TF-IDX)
004420         DISPLAY "DATA ANTERIOR A ULTIMA CONCLUSAO ("
004430                 WS-TF-ULT-FEITA(WS-TF-IDX)
004440                 ") - LANCAMENTO CANCELADO"
004450         GO TO 2200-EXIT
004460     END-IF
004470*    DIAS DE ATRASO CONTADOS EM DIAS CORRIDOS, EM QUALQUER
004480*    UNIDADE.
004490     MOVE ZERO TO WS-DIAS-ATRASO
004500     IF WS-IN-DATA > WS-TF-PROX-VENC(WS-TF-IDX)
004510         MOVE WS-TF-PROX-VENC(WS-TF-IDX) TO WS-DATA-NUM
004520         COMPUTE WS-INT-VENC =
004530             FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
004540         MOVE WS-IN-DATA TO WS-DATA-NUM
004550         COMPUTE WS-INT-FEITA =
004560             FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
004570         SUBTRACT WS-INT-VENC FROM WS-INT-FEITA
004580             GIVING WS-DIAS-ATRASO
004590             ON SIZE ERROR
004600                 MOVE 999 TO WS-DIAS-ATRASO
004610         END-SUBTRACT
004620     END-IF
004630     MOVE WS-IN-DATA TO WS-DATA-WK
004640     MOVE WS-TF-INTERVALO(WS-TF-IDX) TO WS-DIAS-ADD
004650     MOVE WS-TF-UNIDADE(WS-TF-IDX)   TO WS-UNIDADE-WK
004660     PERFORM 5000-SOMA-INTERVALO THRU 5000-EXIT
004670     MOVE SPACES TO TAREFA-HIST-RECORD
004680     MOVE WS-IN-ID                   TO TARH-ID
004690     MOVE WS-IN-DATA                 TO TARH-DATA-FEITA
004700     MOVE WS-TF-PROX-VENC(WS-TF-IDX) TO TARH-VENCIMENTO
004710     MOVE WS-DIAS-ATRASO             TO TARH-DIAS-ATRASO
004720     MOVE WS-DATA-WK                 TO TARH-PROX-VENC
004730     MOVE WS-OPERATOR-ID             TO TARH-OPERADOR
004740     MOVE WS-HOJE                    TO TARH-LANCADO-EM
004750     WRITE TAREFA-HIST-RECORD
004760     MOVE WS-IN-DATA     TO WS-TF-ULT-FEITA(WS-TF-IDX)
004770     MOVE WS-OPERATOR-ID TO WS-TF-ULT-OPER(WS-TF-IDX)
004780     MOVE WS-DATA-WK     TO WS-TF-PROX-VENC(WS-TF-IDX)
004790     ADD 1 TO WS-CHANGE-COUNT
004800     MOVE WS-IN-ID TO WS-AUDIT-KEY-WK
004810     MOVE SPACES TO WS-AUDIT-DETAIL-WK
004820     STRING "FEITA EM " WS-IN-DATA
004830            " ATRASO=" WS-DIAS-ATRASO
004840            " PROX VENC=" WS-DATA-WK
004850         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL-WK
004860     PERFORM 7000-WRITE-AUDIT
004870     DISPLAY "CONCLUSAO REGISTRADA - PROXIMO VENCIMENTO "
004880             WS-DATA-WK.
004890 2200-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930*  2300-ALTERNA-SITUACAO
004940*  SUSPENDE A TAREFA ATIVA OU REATIVA A SUSPENSA. TAREFA
004950*  SUSPENSA NAO ENTRA NA PROJECAO, NO RELATORIO NEM NO PASSAGEM.
004960******************************************************************
004970 2300-ALTERNA-SITUACAO.
004980     DISPLAY "CODIGO DA TAREFA:"
004990     ACCEPT WS-IN-ID
005000     PERFORM 4000-FIND-TAREFA THRU 4000-EXIT
005010     IF NOT WS-FOUND
005020         DISPLAY "TAREFA NAO CADASTRADA"
005030         GO TO 2300-EXIT
005040     END-IF
005050     MOVE WS-IN-ID TO WS-AUDIT-KEY-WK
005060     MOVE SPACES TO WS-AUDIT-DETAIL-WK
005070     IF WS-TF-SITUACAO(WS-TF-IDX) = "S"
005080         MOVE "A" TO WS-TF-SITUACAO(WS-TF-IDX)
005090         MOVE "REATIVADA" TO WS-AUDIT-DETAIL-WK
005100         DISPLAY "TAREFA REATIVADA - VENCIMENTO "
005110                 WS-TF-PROX-VENC(WS-TF-IDX)
005120     ELSE
005130         MOVE "S" TO WS-TF-SITUACAO(WS-TF-IDX)
005140         MOVE "SUSPENSA" TO WS-AUDIT-DETAIL-WK
005150         DISPLAY "TAREFA SUSPENSA"
005160     END-IF
005170     ADD 1 TO WS-CHANGE-COUNT
005180     PERFORM 7000-WRITE-AUDIT.
005190 2300-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230*  2500-LIST-CADASTRO
005240*  LISTA AS TAREFAS CARREGADAS.
005250******************************************************************
005260 2500-LIST-CADASTRO.
005270     DISPLAY "TAREFAS (CODIGO INTERVALO RESPONSAVEL VENCIMENTO"
005280             " ULTIMA):"
005290     PERFORM 2550-LIST-ONE-TAREFA THRU 2550-EXIT
005300         VARYING WS-SCAN FROM 1 BY 1
005310         UNTIL WS-SCAN > WS-TF-COUNT.
005320 2500-EXIT.
005330     EXIT.
005340
005350 2550-LIST-ONE-TAREFA.
005360     SET WS-TF-IDX TO WS-SCAN
005370     DISPLAY "  " WS-TF-ID(WS-TF-IDX) " "
005380             WS-TF-DESC(WS-TF-IDX)
005390             " " WS-TF-INTERVALO(WS-TF-IDX)
005400             WS-TF-UNIDADE(WS-TF-IDX)
005410             " " WS-TF-RESP-NOME(WS-TF-IDX)
005420             " " WS-TF-PROX-VENC(WS-TF-IDX)
005430             " " WS-TF-ULT-FEITA(WS-TF-IDX)
005440             " " WS-TF-SITUACAO(WS-TF-IDX).
005450 2550-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490*  2600-RELATORIO-SEMANAL
005500*  RELATORIO DA SEMANA (TAREFRPT): PRIMEIRO AS TAREFAS ATIVAS
005510*  JA VENCIDAS (VENCIMENTO ANTES DE HOJE, COM OS DIAS DE
005520*  ATRASO), DEPOIS AS QUE VENCEM DE HOJE ATE HOJE MAIS 6 DIAS.
005530******************************************************************
005540 2600-RELATORIO-SEMANAL.
005550     MOVE ZERO TO WS-ATRASADAS
005560     MOVE ZERO TO WS-NA-SEMANA
005570     MOVE WS-HOJE TO WS-DATA-WK
005580     MOVE 6 TO WS-DIAS-ADD
005590     MOVE "C" TO WS-UNIDADE-WK
005600     PERFORM 5000-SOMA-INTERVALO THRU 5000-EXIT
005610     MOVE WS-DATA-WK TO WS-FIM-SEMANA
005620     MOVE WS-HOJE TO WS-DATA-NUM
005630     COMPUTE WS-INT-FEITA = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
005640     OPEN OUTPUT TAREFA-REPORT-FILE
005650     MOVE SPACES TO WS-RPT-TITLE
005660     STRING "TAREFAS DE MANUTENCAO - SEMANA " WS-HOJE
005670            " A " WS-FIM-SEMANA
005680         DELIMITED BY SIZE INTO WS-RPT-TITLE
005690     MOVE SPACES TO WS-RPT-COLHEAD
005700     STRING "TAREFA DESCRICAO                      VENCIMENTO"
005710            " RESPONSAVEL          ATRASO"
005720         DELIMITED BY SIZE INTO WS-RPT-COLHEAD
005730     MOVE "I" TO WS-RPT-ACTION
005740     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005750     MOVE "D" TO WS-RPT-ACTION
005760     MOVE "ATRASADAS:" TO REPORT-LINE
005770     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005780     PERFORM 2650-ONE-ATRASADA THRU 2650-EXIT
005790         VARYING WS-SCAN FROM 1 BY 1
005800         UNTIL WS-SCAN > WS-TF-COUNT
005810     IF WS-ATRASADAS = ZERO
005820         MOVE "  NENHUMA" TO REPORT-LINE
005830         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005840     END-IF
005850     MOVE SPACES TO REPORT-LINE
005860     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005870     MOVE SPACES TO REPORT-LINE
005880     STRING "VENCEM NA SEMANA (ATE " WS-FIM-SEMANA "):"
005890         DELIMITED BY SIZE INTO REPORT-LINE
005900     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005910     PERFORM 2680-ONE-DA-SEMANA THRU 2680-EXIT
005920         VARYING WS-SCAN FROM 1 BY 1
005930         UNTIL WS-SCAN > WS-TF-COUNT
005940     IF WS-NA-SEMANA = ZERO
005950         MOVE "  NENHUMA" TO REPORT-LINE
005960         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005970     END-IF
005980     MOVE SPACES TO REPORT-LINE
005990     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006000     MOVE SPACES TO REPORT-LINE
006010     STRING "ATRASADAS: " WS-ATRASADAS
006020            "  VENCEM NA SEMANA: " WS-NA-SEMANA
006030         DELIMITED BY SIZE INTO REPORT-LINE
006040     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006050     MOVE "F" TO WS-RPT-ACTION
006060     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006070     CLOSE TAREFA-REPORT-FILE
006080     MOVE "SEMANAL" TO WS-AUDIT-KEY-WK
006090     MOVE SPACES TO WS-AUDIT-DETAIL-WK
006100     STRING "RELATORIO ATE " WS-FIM-SEMANA
006110            " ATRASADAS=" WS-ATRASADAS
006120            " SEMANA=" WS-NA-SEMANA
006130         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL-WK
006140     PERFORM 7000-WRITE-AUDIT
006150     DISPLAY "RELATORIO SEMANAL GRAVADO EM TAREFRPT - ATRASADAS: "
006160             WS-ATRASADAS " NA SEMANA: " WS-NA-SEMANA.
006170 2600-EXIT.
006180     EXIT.
006190
006200 2650-ONE-ATRASADA.
006210     SET WS-TF-IDX TO WS-SCAN
006220     IF WS-TF-SITUACAO(WS-TF-IDX) = "S"
006230         OR WS-TF-PROX-VENC(WS-TF-IDX) NOT < WS-HOJE
006240         GO TO 2650-EXIT
006250     END-IF
006260     ADD 1 TO WS-ATRASADAS
006270     MOVE WS-TF-PROX-VENC(WS-TF-IDX) TO WS-DATA-NUM
006280     COMPUTE WS-INT-VENC = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
006290     SUBTRACT WS-INT-VENC FROM WS-INT-FEITA
006300         GIVING WS-DIAS-ATRASO
006310         ON SIZE ERROR
006320             MOVE 999 TO WS-DIAS-ATRASO
006330     END-SUBTRACT
006340     MOVE SPACES TO REPORT-LINE
006350     STRING WS-TF-ID(WS-TF-IDX) " "
006360            WS-TF-DESC(WS-TF-IDX) " "
006370            WS-TF-PROX-VENC(WS-TF-IDX) "   "
006380            WS-TF-RESP-NOME(WS-TF-IDX) " "
006390            WS-DIAS-ATRASO " DIAS"
006400         DELIMITED BY SIZE INTO REPORT-LINE
006410     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
006420 2650-EXIT.
006430     EXIT.
006440
006450 2680-ONE-DA-SEMANA.
006460     SET WS-TF-IDX TO WS-SCAN
006470     IF WS-TF-SITUACAO(WS-TF-IDX) = "S"
006480         OR WS-TF-PROX-VENC(WS-TF-IDX) < WS-HOJE
006490         OR WS-TF-PROX-VENC(WS-TF-IDX) > WS-FIM-SEMANA
006500         GO TO 2680-EXIT
006510     END-IF
006520     ADD 1 TO WS-NA-SEMANA
006530     MOVE SPACES TO REPORT-LINE
006540     STRING WS-TF-ID(WS-TF-IDX) " "
006550            WS-TF-DESC(WS-TF-IDX) " "
006560            WS-TF-PROX-VENC(WS-TF-IDX) "   "
006570            WS-TF-RESP-NOME(WS-TF-IDX)
006580         DELIMITED BY SIZE INTO REPORT-LINE
006590     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
006600 2680-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640*  3000-FINALIZE
006650*  REGRAVA O CADASTRO INTEIRO E FECHA O HISTORICO E A AUDITORIA.
006660******************************************************************
006670 3000-FINALIZE.
006680     OPEN OUTPUT TAREFA-FILE
006690     PERFORM 3100-WRITE-ONE-TAREFA THRU 3100-EXIT
006700         VARYING WS-SCAN FROM 1 BY 1
006710         UNTIL WS-SCAN > WS-TF-COUNT
006720     CLOSE TAREFA-FILE
006730     CLOSE TAREFA-HIST-FILE
006740     CLOSE AUDIT-LOG-FILE
006750     DISPLAY "CADASTRO GRAVADO - ALTERACOES: " WS-CHANGE-COUNT.
006760
006770 3100-WRITE-ONE-TAREFA.
006780     SET WS-TF-IDX TO WS-SCAN
006790     MOVE SPACES                       TO TAREFA-RECORD
006800     MOVE WS-TF-ID(WS-TF-IDX)          TO TAR-ID
006810     MOVE WS-TF-DESC(WS-TF-IDX)        TO TAR-DESCRICAO
006820     MOVE WS-TF-INTERVALO(WS-TF-IDX)   TO TAR-INTERVALO
006830     MOVE WS-TF-UNIDADE(WS-TF-IDX)     TO TAR-UNIDADE
006840     MOVE WS-TF-RESP-MATRIC(WS-TF-IDX) TO TAR-RESP-MATRIC
006850     MOVE WS-TF-RESP-NOME(WS-TF-IDX)   TO TAR-RESP-NOME
006860     MOVE WS-TF-PROX-VENC(WS-TF-IDX)   TO TAR-PROX-VENC
006870     MOVE WS-TF-ULT-FEITA(WS-TF-IDX)   TO TAR-ULT-FEITA
006880     MOVE WS-TF-ULT-OPER(WS-TF-IDX)    TO TAR-ULT-OPER
006890     MOVE WS-TF-SITUACAO(WS-TF-IDX)    TO TAR-SITUACAO
006900     WRITE TAREFA-RECORD.
006910 3100-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950*  4000-FIND-TAREFA
006960*  PROCURA O CODIGO DIGITADO NA TABELA; ACHANDO, DEIXA
006970*  WS-TF-IDX NELE.
006980******************************************************************
006990 4000-FIND-TAREFA.
007000     MOVE "N" TO WS-FOUND-SW
007010     IF WS-IN-ID = SPACES
007020         GO TO 4000-EXIT
007030     END-IF
007040     PERFORM 4050-MATCH-TAREFA THRU 4050-EXIT
007050         VARYING WS-SCAN FROM 1 BY 1
007060         UNTIL WS-SCAN > WS-TF-COUNT OR WS-FOUND.
007070 4000-EXIT.
007080     EXIT.
007090
007100 4050-MATCH-TAREFA.
007110     IF WS-TF-ID(WS-SCAN) = WS-IN-ID
007120         SET WS-TF-IDX TO WS-SCAN
007130         MOVE "Y" TO WS-FOUND-SW
007140     END-IF.
007150 4050-EXIT.
007160     EXIT.
007170
007180******************************************************************
007190*  4100-FIND-EMPREGADO
007200*  PROCURA A MATRICULA DIGITADA ENTRE OS FUNCIONARIOS ATIVOS DO
007210*  EMPMAST E GUARDA O NOME.
007220******************************************************************
007230 4100-FIND-EMPREGADO.
007240     MOVE "N" TO WS-EMP-FOUND-SW
007250     MOVE "N" TO WS-EMP-EOF-SW
007260     MOVE SPACES TO WS-EMP-NOME
007270     IF WS-IN-MATRIC = SPACES
007280         GO TO 4100-EXIT
007290     END-IF
007300     OPEN INPUT EMPLOYEE-MASTER-FILE
007310     IF WS-EMP-FILE-STATUS NOT = "00"
007320         DISPLAY "EMPMAST NAO ENCONTRADO"
007330         GO TO 4100-EXIT
007340     END-IF
007350     PERFORM 4150-READ-EMPREGADO THRU 4150-EXIT
007360         UNTIL WS-EMP-EOF OR WS-EMP-FOUND
007370     CLOSE EMPLOYEE-MASTER-FILE.
007380 4100-EXIT.
007390     EXIT.
007400
007410 4150-READ-EMPREGADO.
007420     READ EMPLOYEE-MASTER-FILE
007430         AT END
007440             MOVE "Y" TO WS-EMP-EOF-SW
007450             GO TO 4150-EXIT
007460     END-READ
007470     IF EMP-MATRICULA = WS-IN-MATRIC AND EMP-ATIVO
007480         MOVE "Y" TO WS-EMP-FOUND-SW
007490         MOVE EMP-NOME TO WS-EMP-NOME
007500     END-IF.
007510 4150-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550*  4200-VALIDA-DATA
007560*  CONFERE A DATA DIGITADA (AAAAMMDD NUMERICA E DE CALENDARIO).
007570******************************************************************
007580 4200-VALIDA-DATA.
007590     MOVE "N" TO WS-DATA-VALID-SW
007600     IF WS-IN-DATA NOT NUMERIC
007610         GO TO 4200-EXIT
007620     END-IF
007630     MOVE WS-IN-DATA TO WS-DATA-NUM
007640     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) = ZERO
007650         MOVE "Y" TO WS-DATA-VALID-SW
007660     END-IF.
007670 4200-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710*  5000-SOMA-INTERVALO
007720*  SOMA WS-DIAS-ADD A WS-DATA-WK NA UNIDADE WS-UNIDADE-WK: EM
007730*  DIAS CORRIDOS PELO INTEIRO DA DATA; EM DIAS UTEIS AVANCANDO
007740*  DIA A DIA E CONTANDO SO OS QUE O DIAUTIL DA COMO UTEIS.
007750******************************************************************
007760 5000-SOMA-INTERVALO.
007770     MOVE WS-DATA-WK TO WS-DATA-NUM
007780     IF WS-UNIDADE-WK NOT = "U"
007790         COMPUTE WS-DIAS-INT =
007800             FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + WS-DIAS-ADD
007810         COMPUTE WS-DATA-NUM =
007820             FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
007830         MOVE WS-DATA-NUM TO WS-DATA-WK
007840         GO TO 5000-EXIT
007850     END-IF
007860     COMPUTE WS-DIAS-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
007870     MOVE ZERO TO WS-UTEIS-CONTADOS
007880     MOVE ZERO TO WS-GUARD
007890     PERFORM 5100-PROXIMO-DIA THRU 5100-EXIT
007900         UNTIL WS-UTEIS-CONTADOS >= WS-DIAS-ADD
007910            OR WS-GUARD > 2000.
007920 5000-EXIT.
007930     EXIT.
007940
007950 5100-PROXIMO-DIA.
007960     ADD 1 TO WS-GUARD
007970     ADD 1 TO WS-DIAS-INT
007980     COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
007990     MOVE WS-DATA-NUM TO WS-DATA-WK
008000     MOVE "Q" TO WS-DIAUTIL-FUNC
008010     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-DATA-WK
008020                          WS-DIAUTIL-OUT WS-DIAUTIL-SW
008030     IF WS-DIA-UTIL
008040         ADD 1 TO WS-UTEIS-CONTADOS
008050     END-IF.
008060 5100-EXIT.
008070     EXIT.
008080
008090******************************************************************
008100*  5200-AJUSTA-DIA-UTIL
008110*  SE WS-DATA-WK NAO FOR DIA UTIL, AVANCA ATE O PROXIMO.
008120******************************************************************
008130 5200-AJUSTA-DIA-UTIL.
008140     MOVE "Q" TO WS-DIAUTIL-FUNC
008150     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-DATA-WK
008160                          WS-DIAUTIL-OUT WS-DIAUTIL-SW
008170     IF WS-DIA-UTIL
008180         GO TO 5200-EXIT
008190     END-IF
008200     MOVE 1 TO WS-DIAS-ADD
008210     MOVE "U" TO WS-UNIDADE-WK
008220     PERFORM 5000-SOMA-INTERVALO THRU 5000-EXIT.
008230 5200-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270*  7000-WRITE-AUDIT
008280*  GRAVA A ALTERACAO (CHAVE E DETALHE JA MONTADOS) NA TRILHA DE
008290*  AUDITORIA.
008300******************************************************************
008310 7000-WRITE-AUDIT.
008320     MOVE "TAREFMAN"         TO AUDIT-PROGRAM-ID
008330     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
008340     ACCEPT AUDIT-TIME FROM TIME
008350     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
008360     MOVE WS-AUDIT-KEY-WK     TO AUDIT-KEY
008370     MOVE WS-AUDIT-DETAIL-WK  TO AUDIT-DETAIL
008380     CALL "AUDITWR" USING AUDIT-RECORD.
008390
008400******************************************************************
008410*  7750-CALL-WRITER
008420*  PASSA A LINHA PELO ESCRITOR COMPARTILHADO E GRAVA AS
008430*  LINHAS QUE ELE DEVOLVE, COMO NOS OUTROS RELATORIOS.
008440******************************************************************
008450 7750-CALL-WRITER.
008460     CALL "RELATORIO" USING WS-RPT-ACTION WS-RPT-TITLE
008470                            WS-RPT-COLHEAD WS-RUN-STAMP-DISP
008480                            REPORT-LINE WS-RPT-OUT-LINES
008490                            WS-RPT-OUT-COUNT
008500     PERFORM 7760-WRITE-OUT-LINE THRU 7760-EXIT
008510         VARYING WS-RPT-SUB FROM 1 BY 1
008520         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
008530 7750-EXIT.
008540     EXIT.
008550
008560 7760-WRITE-OUT-LINE.
008570     MOVE WS-RPT-OUT-LINE(WS-RPT-SUB) TO REPORT-LINE
008580     WRITE REPORT-LINE.
008590 7760-EXIT.
008600     EXIT.
