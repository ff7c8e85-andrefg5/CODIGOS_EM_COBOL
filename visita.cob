000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VISITA.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  GARAGEM - PORTARIA.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  VISITA.CBL
000090*  REGISTRO DE VISITANTES E PRESTADORES DE SERVICO (MECANICOS DE
000100*  FORA, LIMPEZA TERCEIRIZADA, AUDITORES) NA PORTARIA. O VSCODE SO
000110*  REGISTRA OS FUNCIONARIOS DA ESCALA; QUEM VEM DE FORA PASSA A
000120*  TER ENTRADA, SAIDA E CRACHA CONTROLADOS AQUI (VISITREG,
000130*  COPYBOOK VISITREC):
000140*    E - ENTRADA: NOME, EMPRESA, TIPO, ANFITRIAO (FUNCIONARIO
000150*        ATIVO DO EMPMAST) E CRACHA ENTREGUE - O CRACHA NAO PODE
000160*        ESTAR COM OUTRA VISITA EM ABERTO;
000170*    S - SAIDA PELO CRACHA, PERGUNTANDO SE O CRACHA FOI
000180*        DEVOLVIDO (SE NAO, FICA PENDENTE);
000190*    D - DEVOLUCAO DE CRACHA QUE FICOU PENDENTE NA SAIDA;
000200*    L - LISTA NA TELA AS VISITAS EM ABERTO;
000210*    C - CHAMADA DE EVACUACAO (VISITRPT): FUNCIONARIOS COM
000220*        SIGN-IN DE HOJE NO VSCODE SEM SIGN-OUT DEPOIS, MAIS OS
000230*        VISITANTES AINDA NO PREDIO - PARA SIMULADO DE INCENDIO E
000240*        EVACUACAO DE VERDADE;
000250*    F - FECHAMENTO (VISITRPT): ALERTA DOS VISITANTES QUE AINDA
000260*        NAO SAIRAM E DOS CRACHAS NAO DEVOLVIDOS, UM REGISTRO NO
000270*        ERRORLOG POR PENDENCIA (APARECE NO MATINAL) E RC=4. RODA
000280*        NO NIGHTLY, PASSO FECHAVIS.
000290*  AS VISITAS EM ABERTO SAO REMONTADAS NA CARGA RELENDO O
000300*  VISITREG; VISITA FECHADA (SAIU E DEVOLVEU O CRACHA) SAI DA
000310*  TABELA.
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT VISIT-FILE ASSIGN TO "VISITREG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS WS-VIS-FILE-STATUS.
000430     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS WS-EMP-FILE-STATUS.
000460     SELECT SIGNIN-LOG-FILE ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS WS-LOG-FILE-STATUS.
000490     SELECT VISIT-REPORT-FILE ASSIGN TO "VISITRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS WS-ERROR-FILE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  VISIT-FILE
000570     RECORDING MODE IS F.
000580     COPY VISITREC.
000590 FD  EMPLOYEE-MASTER-FILE
000600     RECORDING MODE IS F.
000610     COPY EMPMASTREC.
000620 FD  SIGNIN-LOG-FILE
000630     RECORDING MODE IS F.
000640     COPY AUDITREC.
000650 FD  VISIT-REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  REPORT-LINE                 PIC X(80).
000680 FD  ERROR-LOG-FILE
000690     RECORDING MODE IS F.
000700     COPY ERRORREC.
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  WS-VIS-FILE-STATUS      PIC X(02)   VALUE "00".
000740     05  WS-EMP-FILE-STATUS      PIC X(02)   VALUE "00".
000750     05  WS-LOG-FILE-STATUS      PIC X(02)   VALUE "00".
000760     05  WS-ERROR-FILE-STATUS    PIC X(02)   VALUE "00".
000770     05  WS-VIS-EOF-SW           PIC X(01)   VALUE "N".
000780         88  WS-VIS-EOF                      VALUE "Y".
000790     05  WS-EMP-EOF-SW           PIC X(01)   VALUE "N".
000800         88  WS-EMP-EOF                      VALUE "Y".
000810     05  WS-LOG-EOF-SW           PIC X(01)   VALUE "N".
000820         88  WS-LOG-EOF                      VALUE "Y".
000830     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000840         88  WS-EXIT                         VALUE "Y".
000850     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000860         88  WS-SIGNON-VALID                 VALUE "Y".
000870     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000880         88  WS-FOUND                        VALUE "Y".
000890     05  WS-EMP-FOUND-SW         PIC X(01)   VALUE "N".
000900         88  WS-EMP-FOUND                    VALUE "Y".
000910     05  WS-ST-FOUND-SW          PIC X(01)   VALUE "N".
000920         88  WS-ST-FOUND                     VALUE "Y".
000930 01  WS-MSG-CODE-WK              PIC X(08).
000940 01  WS-MSG-TEXT-WK              PIC X(60).
000950 01  WS-OPERATOR-ID              PIC X(08).
000960 01  WS-OPERATOR-PIN             PIC X(04).
000970 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 5.
000980 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000990     88  WS-AUTHORIZED                       VALUE "Y".
001000 01  WS-RUN-STAMP-DISP           PIC X(30).
001010     COPY RUNSTAMP.
001020 01  WS-ACAO                     PIC X(01).
001030 01  WS-IN-NOME                  PIC X(30).
001040 01  WS-IN-EMPRESA               PIC X(20).
001050 01  WS-IN-TIPO                  PIC X(01).
001060 01  WS-IN-MATRIC                PIC X(06).
001070 01  WS-IN-CRACHA                PIC X(06).
001080 01  WS-IN-DEVOLVEU              PIC X(01).
001090 01  WS-IN-NUMERO                PIC 9(06).
001100 01  WS-EVENTO-WK                PIC X(01).
001110 01  WS-EMP-NOME                 PIC X(20).
001120 01  WS-HOJE                     PIC X(08).
001130 01  WS-TIME-WK                  PIC X(08).
001140 01  WS-HORA-WK                  PIC X(06).
001150 01  WS-ULT-NUMERO               PIC 9(06)   VALUE ZERO.
001160 01  WS-MOVIMENTOS               PIC 9(03)   VALUE ZERO.
001170 01  WS-SCAN                     PIC 9(03).
001180 01  WS-AUDIT-KEY-WK             PIC X(10).
001190 01  WS-AUDIT-DETAIL-WK          PIC X(60).
001200 01  WS-SITUACAO-WK              PIC X(20).
001210*  TOTAIS DA CHAMADA E DO FECHAMENTO.
001220 01  WS-FUNC-DENTRO              PIC 9(03)   VALUE ZERO.
001230 01  WS-VIS-DENTRO               PIC 9(03)   VALUE ZERO.
001240 01  WS-CRACHA-FORA              PIC 9(03)   VALUE ZERO.
001250 01  WS-PRESENTES                PIC 9(04)   VALUE ZERO.
001260*  INTERFACE DO ESCRITOR COMPARTILHADO (ROTINA RELATORIO).
001270 01  WS-RPT-ACTION               PIC X(01).
001280 01  WS-RPT-TITLE                PIC X(60).
001290 01  WS-RPT-COLHEAD              PIC X(80).
001300 01  WS-RPT-OUT-LINES.
001310     05  WS-RPT-OUT-LINE OCCURS 5 TIMES PIC X(80).
001320 01  WS-RPT-OUT-COUNT            PIC 9(01).
001330 01  WS-RPT-SUB                  PIC 9(01).
001340
001350******************************************************************
001360*  VISITAS EM ABERTO (ENTRARAM E AINDA NAO SAIRAM, OU SAIRAM SEM
001370*  DEVOLVER O CRACHA), REMONTADAS DO VISITREG NA CARGA.
001380******************************************************************
001390 01  WS-VT-TABLE.
001400     05  WS-VT-ENTRY OCCURS 500 TIMES
001410                     INDEXED BY WS-VT-IDX.
001420         10  WS-VT-NUMERO        PIC 9(06).
001430         10  WS-VT-DATA          PIC X(08).
001440         10  WS-VT-HORA          PIC X(06).
001450         10  WS-VT-NOME          PIC X(30).
001460         10  WS-VT-EMPRESA       PIC X(20).
001470         10  WS-VT-TIPO          PIC X(01).
001480         10  WS-VT-ANF-MATRIC    PIC X(06).
001490         10  WS-VT-ANF-NOME      PIC X(20).
001500         10  WS-VT-CRACHA        PIC X(06).
001510         10  WS-VT-SAIDA-DATA    PIC X(08).
001520         10  WS-VT-SAIDA-HORA    PIC X(06).
001530 01  WS-VT-COUNT                 PIC 9(03)   VALUE ZERO.
001540 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001550     88  WS-OVERFLOW                         VALUE "Y".
001560
001570******************************************************************
001580*  FUNCIONARIOS QUE PASSARAM PELO VSCODE HOJE, COM O ULTIMO
001590*  MOVIMENTO DE CADA UM (SIGN-IN = DENTRO, SIGN-OUT = FORA).
001600******************************************************************
001610 01  WS-ST-TABLE.
001620     05  WS-ST-ENTRY OCCURS 200 TIMES
001630                     INDEXED BY WS-ST-IDX.
001640         10  WS-ST-NOME          PIC X(20).
001650         10  WS-ST-HORA          PIC X(06).
001660         10  WS-ST-DENTRO        PIC X(01).
001670 01  WS-ST-COUNT                 PIC 9(03)   VALUE ZERO.
001680 01  WS-ST-NOME-WK               PIC X(20).
001690 01  WS-ST-DENTRO-WK             PIC X(01).
001700
001710 PROCEDURE DIVISION.
001720
001730 0000-MAINLINE.
001740     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001750*    ROTINA DA PORTARIA - EXIGE NIVEL 5 (OPERADOR) PELO OPAUTH.
001760     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001770                         WS-AUTHORIZED-SW
001780     IF NOT WS-AUTHORIZED
001790         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001800         MOVE 8 TO RETURN-CODE
001810         STOP RUN
001820     END-IF
001830     PERFORM 1000-INITIALIZE
001840     IF WS-OVERFLOW
001850         DISPLAY "VISITAS EM ABERTO ALEM DA TABELA (500) -"
001860                 " EXECUCAO RECUSADA, NADA ALTERADO"
001870         MOVE 8 TO RETURN-CODE
001880         STOP RUN
001890     END-IF
001900     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001910         UNTIL WS-EXIT
001920     PERFORM 3000-FINALIZE
001930     STOP RUN.
001940
001950******************************************************************
001960*  0010-SIGN-ON
001970*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001980*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001990******************************************************************
002000 0010-SIGN-ON.
002010     MOVE "N" TO WS-SIGNON-VALID-SW
002020     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
002030         UNTIL WS-SIGNON-VALID.
002040 0010-EXIT.
002050     EXIT.
002060
002070 0020-PROMPT-SIGNON.
002080     MOVE "SGN-001" TO WS-MSG-CODE-WK
002090     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002100     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002110     ACCEPT WS-OPERATOR-ID
002120     MOVE "SGN-002" TO WS-MSG-CODE-WK
002130     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002140     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002150     ACCEPT WS-OPERATOR-PIN
002160     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
002170                           WS-SIGNON-VALID-SW
002180     IF NOT WS-SIGNON-VALID
002190         MOVE "SGN-003" TO WS-MSG-CODE-WK
002200         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
002210         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
002220     END-IF.
002230 0020-EXIT.
002240     EXIT.
002250
002260******************************************************************
002270*  1000-INITIALIZE
002280*  RELE O VISITREG PARA REMONTAR AS VISITAS EM ABERTO E O ULTIMO
002290*  NUMERO USADO, REABRE-O PARA ACRESCIMO E CARIMBA A EXECUCAO.
002300******************************************************************
002310 1000-INITIALIZE.
002320     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002330     ACCEPT RUN-STAMP-ID   FROM TIME
002340     MOVE SPACES TO WS-RUN-STAMP-DISP
002350     STRING "EXECUCAO " DELIMITED BY SIZE
002360            RUN-STAMP-DATE DELIMITED BY SIZE
002370            " " DELIMITED BY SIZE
002380            RUN-STAMP-ID DELIMITED BY SIZE
002390         INTO WS-RUN-STAMP-DISP
002400     MOVE RUN-STAMP-DATE TO WS-HOJE
002410     OPEN INPUT VISIT-FILE
002420     IF WS-VIS-FILE-STATUS NOT = "00"
002430         MOVE "Y" TO WS-VIS-EOF-SW
002440     ELSE
002450         PERFORM 1100-REPLAY-VISITA THRU 1100-EXIT
002460             UNTIL WS-VIS-EOF OR WS-OVERFLOW
002470         CLOSE VISIT-FILE
002480     END-IF
002490     OPEN EXTEND VISIT-FILE
002500     IF WS-VIS-FILE-STATUS = "35"
002510         OPEN OUTPUT VISIT-FILE
002520         CLOSE VISIT-FILE
002530         OPEN EXTEND VISIT-FILE
002540     END-IF.
002550
002560******************************************************************
002570*  1100-REPLAY-VISITA
002580*  APLICA UM MOVIMENTO DO VISITREG NA TABELA: A ENTRADA ABRE A
002590*  VISITA, A SAIDA GUARDA DATA/HORA E, COM O CRACHA DEVOLVIDO,
002600*  FECHA; A DEVOLUCAO TARDIA FECHA.
002610******************************************************************
002620 1100-REPLAY-VISITA.
002630     READ VISIT-FILE
002640         AT END
002650             MOVE "Y" TO WS-VIS-EOF-SW
002660             GO TO 1100-EXIT
002670     END-READ
002680     IF VIS-NUMERO > WS-ULT-NUMERO
002690         MOVE VIS-NUMERO TO WS-ULT-NUMERO
002700     END-IF
002710     IF VIS-ENTRADA
002720         IF WS-VT-COUNT >= 500
002730             MOVE "Y" TO WS-OVERFLOW-SW
002740             GO TO 1100-EXIT
002750         END-IF
002760         ADD 1 TO WS-VT-COUNT
002770         SET WS-VT-IDX TO WS-VT-COUNT
002780         MOVE VIS-NUMERO     TO WS-VT-NUMERO(WS-VT-IDX)
002790         MOVE VIS-DATA       TO WS-VT-DATA(WS-VT-IDX)
002800         MOVE VIS-HORA       TO WS-VT-HORA(WS-VT-IDX)
002810         MOVE VIS-NOME       TO WS-VT-NOME(WS-VT-IDX)
002820         MOVE VIS-EMPRESA    TO WS-VT-EMPRESA(WS-VT-IDX)
002830         MOVE VIS-TIPO       TO WS-VT-TIPO(WS-VT-IDX)
002840         MOVE VIS-ANF-MATRIC TO WS-VT-ANF-MATRIC(WS-VT-IDX)
002850         MOVE VIS-ANF-NOME   TO WS-VT-ANF-NOME(WS-VT-IDX)
002860         MOVE VIS-CRACHA     TO WS-VT-CRACHA(WS-VT-IDX)
002870         MOVE SPACES         TO WS-VT-SAIDA-DATA(WS-VT-IDX)
002880         MOVE SPACES         TO WS-VT-SAIDA-HORA(WS-VT-IDX)
002890         GO TO 1100-EXIT
002900     END-IF
002910     MOVE VIS-NUMERO TO WS-IN-NUMERO
002920     PERFORM 4200-FIND-NUMERO THRU 4200-EXIT
002930     IF NOT WS-FOUND
002940         GO TO 1100-EXIT
002950     END-IF
002960     IF VIS-SAIDA
002970         MOVE VIS-DATA TO WS-VT-SAIDA-DATA(WS-VT-IDX)
002980         MOVE VIS-HORA TO WS-VT-SAIDA-HORA(WS-VT-IDX)
002990         IF NOT VIS-CRACHA-DEVOLVIDO
003000             GO TO 1100-EXIT
003010         END-IF
003020     END-IF
003030     PERFORM 4300-REMOVE-VISITA THRU 4300-EXIT.
003040 1100-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080*  2000-SHOW-MENU
003090*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
003100******************************************************************
003110 2000-SHOW-MENU.
003120     DISPLAY " "
003130     DISPLAY "PORTARIA - VISITANTES E PRESTADORES -"
003140             " ESCOLHA A ACAO:"
003150     DISPLAY "  E - ENTRADA"
003160     DISPLAY "  S - SAIDA"
003170     DISPLAY "  D - DEVOLUCAO DE CRACHA PENDENTE"
003180     DISPLAY "  L - LISTAR VISITAS EM ABERTO"
003190     DISPLAY "  C - CHAMADA DE EVACUACAO (VISITRPT)"
003200     DISPLAY "  F - FECHAMENTO - PENDENCIAS DO DIA (VISITRPT)"
003210     DISPLAY "  X - SAIR"
003220     ACCEPT WS-ACAO
003230     EVALUATE WS-ACAO
003240         WHEN "E"
003250         WHEN "e"
003260             PERFORM 2100-ENTRADA THRU 2100-EXIT
003270         WHEN "S"
003280         WHEN "s"
003290             PERFORM 2200-SAIDA THRU 2200-EXIT
003300         WHEN "D"
003310         WHEN "d"
003320             PERFORM 2300-DEVOLUCAO THRU 2300-EXIT
003330         WHEN "L"
003340         WHEN "l"
003350             PERFORM 2500-LIST-ABERTAS THRU 2500-EXIT
003360         WHEN "C"
003370         WHEN "c"
003380             PERFORM 2600-CHAMADA THRU 2600-EXIT
003390         WHEN "F"
003400         WHEN "f"
003410             PERFORM 2700-FECHAMENTO THRU 2700-EXIT
003420         WHEN "X"
003430         WHEN "x"
003440             MOVE "Y" TO WS-EXIT-SW
003450         WHEN OTHER
003460             DISPLAY "ACAO INVALIDA"
003470     END-EVALUATE.
003480 2000-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*  2100-ENTRADA
003530*  REGISTRA A ENTRADA: NOME E CRACHA OBRIGATORIOS, ANFITRIAO
003540*  FUNCIONARIO ATIVO DO EMPMAST, CRACHA QUE NAO ESTEJA COM OUTRA
003550*  VISITA EM ABERTO (SAIU SEM DEVOLVER TAMBEM CONTA).
003560******************************************************************
003570 2100-ENTRADA.
003580     IF WS-VT-COUNT >= 500
003590         DISPLAY "TABELA DE VISITAS EM ABERTO CHEIA"
003600         GO TO 2100-EXIT
003610     END-IF
003620     DISPLAY "NOME DO VISITANTE:"
003630     ACCEPT WS-IN-NOME
003640     IF WS-IN-NOME = SPACES
003650         DISPLAY "NOME OBRIGATORIO"
003660         GO TO 2100-EXIT
003670     END-IF
003680     DISPLAY "EMPRESA:"
003690     ACCEPT WS-IN-EMPRESA
003700     DISPLAY "TIPO (V=VISITANTE, P=PRESTADOR DE SERVICO):"
003710     ACCEPT WS-IN-TIPO
003720     IF WS-IN-TIPO = "v"
003730         MOVE "V" TO WS-IN-TIPO
003740     END-IF
003750     IF WS-IN-TIPO = "p"
003760         MOVE "P" TO WS-IN-TIPO
003770     END-IF
003780     IF WS-IN-TIPO NOT = "V" AND WS-IN-TIPO NOT = "P"
003790         DISPLAY "TIPO INVALIDO - ENTRADA CANCELADA"
003800         GO TO 2100-EXIT
003810     END-IF
003820     DISPLAY "MATRICULA DO ANFITRIAO (EMPMAST):"
003830     ACCEPT WS-IN-MATRIC
003840     PERFORM 4100-FIND-EMPREGADO THRU 4100-EXIT
003850     IF NOT WS-EMP-FOUND
003860         DISPLAY "ANFITRIAO NAO ENCONTRADO OU DESLIGADO -"
003870                 " ENTRADA CANCELADA"
003880         GO TO 2100-EXIT
003890     END-IF
003900     DISPLAY "NUMERO DO CRACHA:"
003910     ACCEPT WS-IN-CRACHA
003920     IF WS-IN-CRACHA = SPACES
003930         DISPLAY "CRACHA OBRIGATORIO"
003940         GO TO 2100-EXIT
003950     END-IF
003960     PERFORM 4000-FIND-CRACHA THRU 4000-EXIT
003970     IF WS-FOUND
003980         DISPLAY "CRACHA " WS-IN-CRACHA " AINDA COM "
003990                 WS-VT-NOME(WS-VT-IDX)
004000                 " - ENTRADA CANCELADA"
004010         GO TO 2100-EXIT
004020     END-IF
004030     PERFORM 4400-HORA-ATUAL
004040     ADD 1 TO WS-ULT-NUMERO
004050     ADD 1 TO WS-VT-COUNT
004060     SET WS-VT-IDX TO WS-VT-COUNT
004070     MOVE WS-ULT-NUMERO  TO WS-VT-NUMERO(WS-VT-IDX)
004080     MOVE WS-HOJE        TO WS-VT-DATA(WS-VT-IDX)
004090     MOVE WS-HORA-WK     TO WS-VT-HORA(WS-VT-IDX)
004100     MOVE WS-IN-NOME     TO WS-VT-NOME(WS-VT-IDX)
004110     MOVE WS-IN-EMPRESA  TO WS-VT-EMPRESA(WS-VT-IDX)
004120     MOVE WS-IN-TIPO     TO WS-VT-TIPO(WS-VT-IDX)
004130     MOVE WS-IN-MATRIC   TO WS-VT-ANF-MATRIC(WS-VT-IDX)
004140     MOVE WS-EMP-NOME    TO WS-VT-ANF-NOME(WS-VT-IDX)
004150     MOVE WS-IN-CRACHA   TO WS-VT-CRACHA(WS-VT-IDX)
004160     MOVE SPACES         TO WS-VT-SAIDA-DATA(WS-VT-IDX)
004170     MOVE SPACES         TO WS-VT-SAIDA-HORA(WS-VT-IDX)
004180     MOVE "E" TO WS-EVENTO-WK
004190     MOVE "N" TO WS-IN-DEVOLVEU
004200     PERFORM 6000-WRITE-MOVIMENTO THRU 6000-EXIT
004210     MOVE SPACES TO WS-AUDIT-DETAIL-WK
004220     STRING "ENTRADA CRACHA=" WS-IN-CRACHA
004230            " ANF=" WS-IN-MATRIC
004240            " " WS-IN-NOME
004250         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL-WK
004260     PERFORM 7000-WRITE-AUDIT
004270     DISPLAY "ENTRADA REGISTRADA - VISITA " WS-ULT-NUMERO
004280             " CRACHA " WS-IN-CRACHA.
004290 2100-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330*  2200-SAIDA
004340*  REGISTRA A SAIDA PELO CRACHA. SEM A DEVOLUCAO DO CRACHA A
004350*  VISITA CONTINUA EM ABERTO ATE A DEVOLUCAO (ACAO D).
004360******************************************************************
004370 2200-SAIDA.
004380     DISPLAY "NUMERO DO CRACHA:"
004390     ACCEPT WS-IN-CRACHA
004400     PERFORM 4000-FIND-CRACHA THRU 4000-EXIT
004410     IF NOT WS-FOUND
004420         DISPLAY "CRACHA SEM VISITA EM ABERTO"
004430         GO TO 2200-EXIT
004440     END-IF
004450     IF WS-VT-SAIDA-DATA(WS-VT-IDX) NOT = SPACES
004460         DISPLAY "SAIDA JA REGISTRADA EM "
004470                 WS-VT-SAIDA-DATA(WS-VT-IDX) " "
004480                 WS-VT-SAIDA-HORA(WS-VT-IDX)
004490                 " - USE D PARA A DEVOLUCAO DO CRACHA"
004500         GO TO 2200-EXIT
004510     END-IF
004520     DISPLAY "SAIDA DE " WS-VT-NOME(WS-VT-IDX)
004530     DISPLAY "CRACHA DEVOLVIDO (S/N):"
004540     ACCEPT WS-IN-DEVOLVEU
004550     IF WS-IN-DEVOLVEU = "s"
004560         MOVE "S" TO WS-IN-DEVOLVEU
004570     END-IF
004580     IF WS-IN-DEVOLVEU NOT = "S"
004590         MOVE "N" TO WS-IN-DEVOLVEU
004600     END-IF
004610     PERFORM 4400-HORA-ATUAL
004620     MOVE WS-HOJE    TO WS-VT-SAIDA-DATA(WS-VT-IDX)
004630     MOVE WS-HORA-WK TO WS-VT-SAIDA-HORA(WS-VT-IDX)
004640     MOVE "S" TO WS-EVENTO-WK
004650     PERFORM 6000-WRITE-MOVIMENTO THRU 6000-EXIT
004660     MOVE SPACES TO WS-AUDIT-DETAIL-WK
004670     STRING "SAIDA CRACHA=" WS-IN-CRACHA
004680            " DEVOLVIDO=" WS-IN-DEVOLVEU
004690            " " WS-VT-NOME(WS-VT-IDX)
004700         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL-WK
004710     PERFORM 7000-WRITE-AUDIT
004720     IF WS-IN-DEVOLVEU = "S"
004730         PERFORM 4300-REMOVE-VISITA THRU 4300-EXIT
004740         DISPLAY "SAIDA REGISTRADA - VISITA ENCERRADA"
004750     ELSE
004760         DISPLAY "SAIDA REGISTRADA - CRACHA " WS-IN-CRACHA
004770                 " PENDENTE DE DEVOLUCAO"
004780     END-IF.
004790 2200-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830*  2300-DEVOLUCAO
004840*  DEVOLUCAO DO CRACHA QUE FICOU PENDENTE NA SAIDA; ENCERRA A
004850*  VISITA.
004860******************************************************************
004870 2300-DEVOLUCAO.
004880     DISPLAY "NUMERO DO CRACHA:"
004890     ACCEPT WS-IN-CRACHA
004900     PERFORM 4000-FIND-CRACHA THRU 4000-EXIT
004910     IF NOT WS-FOUND
004920         DISPLAY "CRACHA SEM VISITA EM ABERTO"
004930         GO TO 2300-EXIT
004940     END-IF
004950     IF WS-VT-SAIDA-DATA(WS-VT-IDX) = SPACES
004960         DISPLAY WS-VT-NOME(WS-VT-IDX)
004970                 " AINDA NAO SAIU - REGISTRE A SAIDA (ACAO S)"
004980         GO TO 2300-EXIT
004990     END-IF
005000     PERFORM 4400-HORA-ATUAL
005010     MOVE "D" TO WS-EVENTO-WK
005020     MOVE "S" TO WS-IN-DEVOLVEU
005030     PERFORM 6000-WRITE-MOVIMENTO THRU 6000-EXIT
005040     MOVE SPACES TO WS-AUDIT-DETAIL-WK
005050     STRING "DEVOLUCAO CRACHA=" WS-IN-CRACHA
005060            " SAIU=" WS-VT-SAIDA-DATA(WS-VT-IDX)
005070            " " WS-VT-NOME(WS-VT-IDX)
005080         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL-WK
005090     PERFORM 7000-WRITE-AUDIT
005100     PERFORM 4300-REMOVE-VISITA THRU 4300-EXIT
005110     DISPLAY "CRACHA " WS-IN-CRACHA
005120             " DEVOLVIDO - VISITA ENCERRADA".
005130 2300-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*  2500-LIST-ABERTAS
005180*  LISTA AS VISITAS EM ABERTO NA TELA.
005190******************************************************************
005200 2500-LIST-ABERTAS.
005210     DISPLAY "VISITAS EM ABERTO (CRACHA NOME EMPRESA ENTRADA"
005220             " SAIDA):"
005230     IF WS-VT-COUNT = ZERO
005240         DISPLAY "  NENHUMA"
005250         GO TO 2500-EXIT
005260     END-IF
005270     PERFORM 2550-LIST-ONE-VISITA THRU 2550-EXIT
005280         VARYING WS-SCAN FROM 1 BY 1
005290         UNTIL WS-SCAN > WS-VT-COUNT.
005300 2500-EXIT.
005310     EXIT.
005320
005330 2550-LIST-ONE-VISITA.
005340     SET WS-VT-IDX TO WS-SCAN
005350     DISPLAY "  " WS-VT-CRACHA(WS-VT-IDX) " "
005360             WS-VT-NOME(WS-VT-IDX) " "
005370             WS-VT-EMPRESA(WS-VT-IDX) " "
005380             WS-VT-DATA(WS-VT-IDX) " "
005390             WS-VT-HORA(WS-VT-IDX) " "
005400             WS-VT-SAIDA-DATA(WS-VT-IDX).
005410 2550-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450*  2600-CHAMADA
005460*  CHAMADA DE EVACUACAO (VISITRPT) - QUEM ESTA NO PREDIO AGORA:
005470*  OS FUNCIONARIOS CUJO ULTIMO MOVIMENTO DE HOJE NO VSCODE (LIDO
005480*  NA TRILHA DE AUDITORIA, COMO FAZ O RELATORIO DE PONTUALIDADE
005490*  DO VSCODE) E UM SIGN-IN, E OS VISITANTES QUE AINDA NAO SAIRAM.
005500******************************************************************
005510 2600-CHAMADA.
005520     MOVE ZERO TO WS-FUNC-DENTRO
005530     MOVE ZERO TO WS-VIS-DENTRO
005540     PERFORM 5000-LOAD-SIGNIN THRU 5000-EXIT
005550     PERFORM 4400-HORA-ATUAL
005560     OPEN OUTPUT VISIT-REPORT-FILE
005570     MOVE SPACES TO WS-RPT-TITLE
005580     STRING "CHAMADA DE EVACUACAO - " WS-HOJE
005590            " AS " WS-HORA-WK
005600         DELIMITED BY SIZE INTO WS-RPT-TITLE
005610     MOVE SPACES TO WS-RPT-COLHEAD
005620     STRING "NOME                           EMPRESA / ANFITRIAO"
005630            "             DESDE    CRACHA"
005640         DELIMITED BY SIZE INTO WS-RPT-COLHEAD
005650     MOVE "I" TO WS-RPT-ACTION
005660     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005670     MOVE "D" TO WS-RPT-ACTION
005680     MOVE "FUNCIONARIOS (SIGN-IN NO VSCODE SEM SIGN-OUT):"
005690         TO REPORT-LINE
005700     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005710     PERFORM 2650-ONE-FUNCIONARIO THRU 2650-EXIT
005720         VARYING WS-SCAN FROM 1 BY 1
005730         UNTIL WS-SCAN > WS-ST-COUNT
005740     IF WS-FUNC-DENTRO = ZERO
005750         MOVE "  NENHUM" TO REPORT-LINE
005760         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005770     END-IF
005780     MOVE SPACES TO REPORT-LINE
005790     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005800     MOVE "VISITANTES E PRESTADORES:" TO REPORT-LINE
005810     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005820     PERFORM 2680-ONE-VISITANTE THRU 2680-EXIT
005830         VARYING WS-SCAN FROM 1 BY 1
005840         UNTIL WS-SCAN > WS-VT-COUNT
005850     IF WS-VIS-DENTRO = ZERO
005860         MOVE "  NENHUM" TO REPORT-LINE
005870         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005880     END-IF
005890     MOVE SPACES TO REPORT-LINE
005900     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005910     ADD WS-FUNC-DENTRO WS-VIS-DENTRO GIVING WS-PRESENTES
005920     MOVE SPACES TO REPORT-LINE
005930     STRING "FUNCIONARIOS: " WS-FUNC-DENTRO
005940            "  VISITANTES: " WS-VIS-DENTRO
005950            "  TOTAL NO PREDIO: " WS-PRESENTES
005960         DELIMITED BY SIZE INTO REPORT-LINE
005970     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
005980     MOVE "F" TO WS-RPT-ACTION
005990     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006000     CLOSE VISIT-REPORT-FILE
006010     MOVE "CHAMADA" TO WS-AUDIT-KEY-WK
006020     MOVE SPACES TO WS-AUDIT-DETAIL-WK
006030     STRING "CHAMADA FUNC=" WS-FUNC-DENTRO
006040            " VISIT=" WS-VIS-DENTRO
006050            " TOTAL=" WS-PRESENTES
006060         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL-WK
006070     PERFORM 7000-WRITE-AUDIT
006080     DISPLAY "CHAMADA GRAVADA EM VISITRPT - NO PREDIO: "
006090             WS-PRESENTES.
006100 2600-EXIT.
006110     EXIT.
006120
006130 2650-ONE-FUNCIONARIO.
006140     SET WS-ST-IDX TO WS-SCAN
006150     IF WS-ST-DENTRO(WS-ST-IDX) NOT = "Y"
006160         GO TO 2650-EXIT
006170     END-IF
006180     ADD 1 TO WS-FUNC-DENTRO
006190     MOVE SPACES TO REPORT-LINE
006200     STRING WS-ST-NOME(WS-ST-IDX) "           "
006210            "FUNCIONARIO                     "
006220            WS-ST-HORA(WS-ST-IDX)
006230         DELIMITED BY SIZE INTO REPORT-LINE
006240     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
006250 2650-EXIT.
006260     EXIT.
006270
006280 2680-ONE-VISITANTE.
006290     SET WS-VT-IDX TO WS-SCAN
006300     IF WS-VT-SAIDA-DATA(WS-VT-IDX) NOT = SPACES
006310         GO TO 2680-EXIT
006320     END-IF
006330     ADD 1 TO WS-VIS-DENTRO
006340     MOVE SPACES TO REPORT-LINE
006350     STRING WS-VT-NOME(WS-VT-IDX) " "
006360            WS-VT-EMPRESA(WS-VT-IDX) "            "
006370            WS-VT-HORA(WS-VT-IDX) "   "
006380            WS-VT-CRACHA(WS-VT-IDX)
006390         DELIMITED BY SIZE INTO REPORT-LINE
006400     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006410     MOVE SPACES TO REPORT-LINE
006420     STRING "                               ANF: "
006430            WS-VT-ANF-NOME(WS-VT-IDX)
006440            "  DESDE " WS-VT-DATA(WS-VT-IDX)
006450         DELIMITED BY SIZE INTO REPORT-LINE
006460     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
006470 2680-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510*  2700-FECHAMENTO
006520*  ALERTA DE FECHAMENTO (VISITRPT): VISITANTES QUE AINDA NAO
006530*  SAIRAM E CRACHAS QUE NAO VOLTARAM. CADA PENDENCIA VAI TAMBEM
006540*  PARA O ERRORLOG, PARA APARECER NO MATINAL, E O PASSO TERMINA
006550*  COM RC=4.
006560******************************************************************
006570 2700-FECHAMENTO.
006580     MOVE ZERO TO WS-VIS-DENTRO
006590     MOVE ZERO TO WS-CRACHA-FORA
006600     OPEN EXTEND ERROR-LOG-FILE
006610     IF WS-ERROR-FILE-STATUS = "35"
006620         OPEN OUTPUT ERROR-LOG-FILE
006630         CLOSE ERROR-LOG-FILE
006640         OPEN EXTEND ERROR-LOG-FILE
006650     END-IF
006660     OPEN OUTPUT VISIT-REPORT-FILE
006670     MOVE SPACES TO WS-RPT-TITLE
006680     STRING "FECHAMENTO DA PORTARIA - PENDENCIAS EM " WS-HOJE
006690         DELIMITED BY SIZE INTO WS-RPT-TITLE
006700     MOVE SPACES TO WS-RPT-COLHEAD
006710     STRING "CRACHA NOME                           ENTRADA"
006720            "         SITUACAO"
006730         DELIMITED BY SIZE INTO WS-RPT-COLHEAD
006740     MOVE "I" TO WS-RPT-ACTION
006750     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006760     MOVE "D" TO WS-RPT-ACTION
006770     PERFORM 2750-ONE-PENDENCIA THRU 2750-EXIT
006780         VARYING WS-SCAN FROM 1 BY 1
006790         UNTIL WS-SCAN > WS-VT-COUNT
006800     IF WS-VT-COUNT = ZERO
006810         MOVE "  NENHUMA PENDENCIA" TO REPORT-LINE
006820         PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006830     END-IF
006840     MOVE SPACES TO REPORT-LINE
006850     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006860     MOVE SPACES TO REPORT-LINE
006870     STRING "AINDA NO PREDIO: " WS-VIS-DENTRO
006880            "  CRACHAS NAO DEVOLVIDOS: " WS-CRACHA-FORA
006890         DELIMITED BY SIZE INTO REPORT-LINE
006900     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006910     MOVE "F" TO WS-RPT-ACTION
006920     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
006930     CLOSE VISIT-REPORT-FILE
006940     CLOSE ERROR-LOG-FILE
006950     MOVE "FECHAMENTO" TO WS-AUDIT-KEY-WK
006960     MOVE SPACES TO WS-AUDIT-DETAIL-WK
006970     STRING "FECHAMENTO NO PREDIO=" WS-VIS-DENTRO
006980            " CRACHAS FORA=" WS-CRACHA-FORA
006990         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL-WK
007000     PERFORM 7000-WRITE-AUDIT
007010     IF WS-VT-COUNT > ZERO
007020         MOVE 4 TO RETURN-CODE
007030         DISPLAY "ALERTA DE FECHAMENTO - AINDA NO PREDIO: "
007040                 WS-VIS-DENTRO " CRACHAS NAO DEVOLVIDOS: "
007050                 WS-CRACHA-FORA " (VER VISITRPT)"
007060     ELSE
007070         DISPLAY "FECHAMENTO SEM PENDENCIAS"
007080     END-IF.
007090 2700-EXIT.
007100     EXIT.
007110
007120 2750-ONE-PENDENCIA.
007130     SET WS-VT-IDX TO WS-SCAN
007140     IF WS-VT-SAIDA-DATA(WS-VT-IDX) = SPACES
007150         ADD 1 TO WS-VIS-DENTRO
007160         MOVE "AINDA NO PREDIO" TO WS-SITUACAO-WK
007170     ELSE
007180         MOVE "CRACHA NAO DEVOLVIDO" TO WS-SITUACAO-WK
007190     END-IF
007200     ADD 1 TO WS-CRACHA-FORA
007210     MOVE SPACES TO REPORT-LINE
007220     STRING WS-VT-CRACHA(WS-VT-IDX) " "
007230            WS-VT-NOME(WS-VT-IDX) " "
007240            WS-VT-DATA(WS-VT-IDX) " "
007250            WS-VT-HORA(WS-VT-IDX) " "
007260            WS-SITUACAO-WK
007270         DELIMITED BY SIZE INTO REPORT-LINE
007280     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
007290     MOVE SPACES TO ERROR-LOG-RECORD
007300     MOVE "VISITA"              TO ERROR-PROGRAM-ID
007310     MOVE WS-HOJE               TO ERROR-DATE
007320     ACCEPT ERROR-TIME FROM TIME
007330     MOVE WS-VT-CRACHA(WS-VT-IDX) TO ERROR-KEY
007340     STRING WS-SITUACAO-WK " " WS-VT-NOME(WS-VT-IDX)
007350            " " WS-VT-DATA(WS-VT-IDX)
007360         DELIMITED BY SIZE INTO ERROR-DETAIL
007370     WRITE ERROR-LOG-RECORD.
007380 2750-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420*  3000-FINALIZE
007430*  FECHA O VISITREG.
007440******************************************************************
007450 3000-FINALIZE.
007460     CLOSE VISIT-FILE
007470     DISPLAY "PORTARIA ENCERRADA - MOVIMENTOS: " WS-MOVIMENTOS
007480             " VISITAS EM ABERTO: " WS-VT-COUNT.
007490
007500******************************************************************
007510*  4000-FIND-CRACHA
007520*  PROCURA O CRACHA DIGITADO ENTRE AS VISITAS EM ABERTO; ACHANDO,
007530*  DEIXA WS-VT-IDX NELA.
007540******************************************************************
007550 4000-FIND-CRACHA.
007560     MOVE "N" TO WS-FOUND-SW
007570     IF WS-IN-CRACHA = SPACES
007580         GO TO 4000-EXIT
007590     END-IF
007600     PERFORM 4050-MATCH-CRACHA THRU 4050-EXIT
007610         VARYING WS-SCAN FROM 1 BY 1
007620         UNTIL WS-SCAN > WS-VT-COUNT OR WS-FOUND.
007630 4000-EXIT.
007640     EXIT.
007650
007660 4050-MATCH-CRACHA.
007670     IF WS-VT-CRACHA(WS-SCAN) = WS-IN-CRACHA
007680         SET WS-VT-IDX TO WS-SCAN
007690         MOVE "Y" TO WS-FOUND-SW
007700     END-IF.
007710 4050-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750*  4100-FIND-EMPREGADO
007760*  PROCURA A MATRICULA DIGITADA ENTRE OS FUNCIONARIOS ATIVOS DO
007770*  EMPMAST E GUARDA O NOME.
007780******************************************************************
007790 4100-FIND-EMPREGADO.
007800     MOVE "N" TO WS-EMP-FOUND-SW
007810     MOVE "N" TO WS-EMP-EOF-SW
007820     MOVE SPACES TO WS-EMP-NOME
007830     IF WS-IN-MATRIC = SPACES
007840         GO TO 4100-EXIT
007850     END-IF
007860     OPEN INPUT EMPLOYEE-MASTER-FILE
007870     IF WS-EMP-FILE-STATUS NOT = "00"
007880         DISPLAY "EMPMAST NAO ENCONTRADO"
007890         GO TO 4100-EXIT
007900     END-IF
007910     PERFORM 4150-READ-EMPREGADO THRU 4150-EXIT
007920         UNTIL WS-EMP-EOF OR WS-EMP-FOUND
007930     CLOSE EMPLOYEE-MASTER-FILE.
007940 4100-EXIT.
007950     EXIT.
007960
007970 4150-READ-EMPREGADO.
007980     READ EMPLOYEE-MASTER-FILE
007990         AT END
008000             MOVE "Y" TO WS-EMP-EOF-SW
008010             GO TO 4150-EXIT
008020     END-READ
008030     IF EMP-MATRICULA = WS-IN-MATRIC AND EMP-ATIVO
008040         MOVE "Y" TO WS-EMP-FOUND-SW
008050         MOVE EMP-NOME TO WS-EMP-NOME
008060     END-IF.
008070 4150-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*  4200-FIND-NUMERO
008120*  PROCURA A VISITA EM ABERTO PELO NUMERO (USADO NA CARGA).
008130******************************************************************
008140 4200-FIND-NUMERO.
008150     MOVE "N" TO WS-FOUND-SW
008160     PERFORM 4250-MATCH-NUMERO THRU 4250-EXIT
008170         VARYING WS-SCAN FROM 1 BY 1
008180         UNTIL WS-SCAN > WS-VT-COUNT OR WS-FOUND.
008190 4200-EXIT.
008200     EXIT.
008210
008220 4250-MATCH-NUMERO.
008230     IF WS-VT-NUMERO(WS-SCAN) = WS-IN-NUMERO
008240         SET WS-VT-IDX TO WS-SCAN
008250         MOVE "Y" TO WS-FOUND-SW
008260     END-IF.
008270 4250-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*  4300-REMOVE-VISITA
008320*  TIRA DA TABELA A VISITA ENCERRADA EM WS-VT-IDX, PUXANDO AS
008330*  SEGUINTES UMA POSICAO PARA CIMA (A ORDEM DE ENTRADA FICA).
008340******************************************************************
008350 4300-REMOVE-VISITA.
008360     SET WS-SCAN TO WS-VT-IDX
008370     PERFORM 4350-SHIFT-VISITA THRU 4350-EXIT
008380         UNTIL WS-SCAN >= WS-VT-COUNT
008390     SUBTRACT 1 FROM WS-VT-COUNT.
008400 4300-EXIT.
008410     EXIT.
008420
008430 4350-SHIFT-VISITA.
008440     MOVE WS-VT-ENTRY(WS-SCAN + 1) TO WS-VT-ENTRY(WS-SCAN)
008450     ADD 1 TO WS-SCAN.
008460 4350-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500*  4400-HORA-ATUAL
008510*  HORA DO MOVIMENTO (HHMMSS).
008520******************************************************************
008530 4400-HORA-ATUAL.
008540     ACCEPT WS-TIME-WK FROM TIME
008550     MOVE WS-TIME-WK(1:6) TO WS-HORA-WK.
008560
008570******************************************************************
008580*  5000-LOAD-SIGNIN
008590*  LE OS REGISTROS DE HOJE DO VSCODE NA TRILHA DE AUDITORIA E
008600*  GUARDA O ULTIMO MOVIMENTO DE CADA FUNCIONARIO. O NOME VEM NO
008610*  DETALHE ("SIGN-IN NOME=" / "SIGN-OUT NOME=").
008620******************************************************************
008630 5000-LOAD-SIGNIN.
008640     MOVE ZERO TO WS-ST-COUNT
008650     MOVE "N" TO WS-LOG-EOF-SW
008660     OPEN INPUT SIGNIN-LOG-FILE
008670     IF WS-LOG-FILE-STATUS NOT = "00"
008680         GO TO 5000-EXIT
008690     END-IF
008700     PERFORM 5100-SCAN-SIGNIN THRU 5100-EXIT
008710         UNTIL WS-LOG-EOF
008720     CLOSE SIGNIN-LOG-FILE.
008730 5000-EXIT.
008740     EXIT.
008750
008760 5100-SCAN-SIGNIN.
008770     READ SIGNIN-LOG-FILE
008780         AT END
008790             MOVE "Y" TO WS-LOG-EOF-SW
008800             GO TO 5100-EXIT
008810     END-READ
008820     IF AUDIT-PROGRAM-ID NOT = "VSCODE"
008830         OR AUDIT-DATE NOT = WS-HOJE
008840         GO TO 5100-EXIT
008850     END-IF
008860     EVALUATE TRUE
008870         WHEN AUDIT-DETAIL(1:13) = "SIGN-IN NOME="
008880             MOVE AUDIT-DETAIL(14:20) TO WS-ST-NOME-WK
008890             MOVE "Y" TO WS-ST-DENTRO-WK
008900         WHEN AUDIT-DETAIL(1:14) = "SIGN-OUT NOME="
008910             MOVE AUDIT-DETAIL(15:20) TO WS-ST-NOME-WK
008920             MOVE "N" TO WS-ST-DENTRO-WK
008930         WHEN OTHER
008940             GO TO 5100-EXIT
008950     END-EVALUATE
008960     MOVE "N" TO WS-ST-FOUND-SW
008970     PERFORM 5150-MATCH-STAFF THRU 5150-EXIT
008980         VARYING WS-SCAN FROM 1 BY 1
008990         UNTIL WS-SCAN > WS-ST-COUNT OR WS-ST-FOUND
009000     IF NOT WS-ST-FOUND
009010         IF WS-ST-COUNT >= 200
009020             GO TO 5100-EXIT
009030         END-IF
009040         ADD 1 TO WS-ST-COUNT
009050         SET WS-ST-IDX TO WS-ST-COUNT
009060         MOVE WS-ST-NOME-WK TO WS-ST-NOME(WS-ST-IDX)
009070     END-IF
009080     MOVE WS-ST-DENTRO-WK  TO WS-ST-DENTRO(WS-ST-IDX)
009090     MOVE AUDIT-TIME(1:6)  TO WS-ST-HORA(WS-ST-IDX).
009100 5100-EXIT.
009110     EXIT.
009120
009130 5150-MATCH-STAFF.
009140     IF WS-ST-NOME(WS-SCAN) = WS-ST-NOME-WK
009150         SET WS-ST-IDX TO WS-SCAN
009160         MOVE "Y" TO WS-ST-FOUND-SW
009170     END-IF.
009180 5150-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220*  6000-WRITE-MOVIMENTO
009230*  ACRESCENTA NO VISITREG O MOVIMENTO WS-EVENTO-WK DA VISITA EM
009240*  WS-VT-IDX (CRACHA DEVOLVIDO S/N EM WS-IN-DEVOLVEU).
009250******************************************************************
009260 6000-WRITE-MOVIMENTO.
009270     MOVE SPACES TO VISIT-RECORD
009280     MOVE WS-EVENTO-WK                TO VIS-EVENTO
009290     MOVE WS-IN-DEVOLVEU              TO VIS-CRACHA-DEV
009300     MOVE WS-VT-NUMERO(WS-VT-IDX)     TO VIS-NUMERO
009310     MOVE WS-HOJE                     TO VIS-DATA
009320     MOVE WS-HORA-WK                  TO VIS-HORA
009330     MOVE WS-VT-NOME(WS-VT-IDX)       TO VIS-NOME
009340     MOVE WS-VT-EMPRESA(WS-VT-IDX)    TO VIS-EMPRESA
009350     MOVE WS-VT-TIPO(WS-VT-IDX)       TO VIS-TIPO
009360     MOVE WS-VT-ANF-MATRIC(WS-VT-IDX) TO VIS-ANF-MATRIC
009370     MOVE WS-VT-ANF-NOME(WS-VT-IDX)   TO VIS-ANF-NOME
009380     MOVE WS-VT-CRACHA(WS-VT-IDX)     TO VIS-CRACHA
009390     MOVE WS-OPERATOR-ID              TO VIS-OPERADOR
009400     MOVE RUN-STAMP-ID                TO VIS-RUN-ID
009410     WRITE VISIT-RECORD
009420     ADD 1 TO WS-MOVIMENTOS
009430     MOVE WS-VT-CRACHA(WS-VT-IDX) TO WS-AUDIT-KEY-WK.
009440 6000-EXIT.
009450     EXIT.
009460
009470******************************************************************
009480*  7000-WRITE-AUDIT
009490*  GRAVA O MOVIMENTO (CHAVE E DETALHE JA MONTADOS) NA TRILHA DE
009500*  AUDITORIA.
009510******************************************************************
009520 7000-WRITE-AUDIT.
009530     MOVE "VISITA"            TO AUDIT-PROGRAM-ID
009540     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
009550     ACCEPT AUDIT-TIME FROM TIME
009560     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
009570     MOVE WS-AUDIT-KEY-WK     TO AUDIT-KEY
009580     MOVE WS-AUDIT-DETAIL-WK  TO AUDIT-DETAIL
009590     CALL "AUDITWR" USING AUDIT-RECORD.
009600
009610******************************************************************
009620*  7750-CALL-WRITER
009630*  PASSA A LINHA PELO ESCRITOR COMPARTILHADO E GRAVA AS
009640*  LINHAS QUE ELE DEVOLVE, COMO NOS OUTROS RELATORIOS.
009650******************************************************************
009660 7750-CALL-WRITER.
009670     CALL "RELATORIO" USING WS-RPT-ACTION WS-RPT-TITLE
009680                            WS-RPT-COLHEAD WS-RUN-STAMP-DISP
009690                            REPORT-LINE WS-RPT-OUT-LINES
009700                            WS-RPT-OUT-COUNT
009710     PERFORM 7760-WRITE-OUT-LINE THRU 7760-EXIT
009720         VARYING WS-RPT-SUB FROM 1 BY 1
009730         UNTIL WS-RPT-SUB > WS-RPT-OUT-COUNT.
009740 7750-EXIT.
009750     EXIT.
009760
009770 7760-WRITE-OUT-LINE.
009780     MOVE WS-RPT-OUT-LINE(WS-RPT-SUB) TO REPORT-LINE
009790     WRITE REPORT-LINE.
009800 7760-EXIT.
009810     EXIT.
