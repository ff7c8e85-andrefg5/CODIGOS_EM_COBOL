000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REMESSA.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - CONTROLE DE REMESSAS DO NOTURNO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  REMESSA.CBL
000090*  ADMINISTRACAO DO REGISTRO DE REMESSAS (REMESREG, COPYBOOK
000100*  REMREGREC), ONDE O VIAGEM, O MOEDA E O MEDIAPONDERADA DEIXAM A
000110*  IMPRESSAO DIGITAL DE CADA ARQUIVO DE ENTRADA QUE CONSUMIRAM
000120*  (ROTINA COMPARTILHADA REMCHK) E AS REMESSAS QUE RECUSARAM POR
000130*  REPETIDAS (RC 12) OU COM O HEADER FORA DO DIA DO NEGOCIO
000140*  (RC 16). SO PARA ADMINISTRADOR (NIVEL 9):
000150*    L - LISTA AS RECUSAS EM ABERTO - SEM LIBERACAO, OU LIBERADAS
000160*        E AINDA NAO REPROCESSADAS;
000170*    A - LIBERA UMA RECUSA (REPROCESSAMENTO INTENCIONAL, OU A
000180*        REMESSA ATRASADA DE OUTRO DIA), COM MOTIVO OBRIGATORIO: A
000190*        PROXIMA EXECUCAO COM A MESMA IMPRESSAO PASSA, UMA VEZ,
000200*        E A LIBERACAO E O USO VAO A AUDITORIA;
000210*    H - HISTORICO DO REGISTRO PARA UM DIA DE NEGOCIO;
000220*    X - SAIR.
000230*-----------------------------------------------------------------
000240*  MODIFICATION HISTORY
000250*  DATE       INIT  DESCRIPTION
000260*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT REMESSA-REG-FILE ASSIGN TO "REMESREG"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS  IS WS-REM-FILE-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  REMESSA-REG-FILE
000370     RECORDING MODE IS F.
000380     COPY REMREGREC.
000390 WORKING-STORAGE SECTION.
000400 01  WS-SWITCHES.
000410     05  WS-REM-FILE-STATUS      PIC X(02)   VALUE "00".
000420     05  WS-REM-EOF-SW           PIC X(01)   VALUE "N".
000430         88  WS-REM-EOF                      VALUE "Y".
000440     05  WS-EXIT-SW              PIC X(01)   VALUE "N".
000450         88  WS-EXIT                         VALUE "Y".
000460     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000470         88  WS-SIGNON-VALID                 VALUE "Y".
000480     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000490         88  WS-FOUND                        VALUE "Y".
000500 01  WS-MSG-CODE-WK              PIC X(08).
000510 01  WS-MSG-TEXT-WK              PIC X(60).
000520 01  WS-OPERATOR-ID              PIC X(08).
000530 01  WS-OPERATOR-PIN             PIC X(04).
000540 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
000550 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
000560     88  WS-AUTHORIZED                       VALUE "Y".
000570 01  WS-RUN-STAMP-DISP           PIC X(30).
000580     COPY RUNSTAMP.
000590     COPY AUDITREC.
000600 01  WS-ACAO                     PIC X(01).
000610 01  WS-IN-ITEM                  PIC 9(03).
000620 01  WS-IN-MOTIVO                PIC X(40).
000630 01  WS-IN-DATA                  PIC X(08).
000640 01  WS-HOJE                     PIC X(08).
000650 01  WS-AGORA                    PIC X(08).
000660 01  WS-CHAVE-WK                 PIC X(46).
000670 01  WS-SCAN                     PIC 9(03).
000680 01  WS-LIDOS                    PIC 9(05)   VALUE ZERO.
000690 01  WS-ITEM-ED                  PIC ZZ9.
000700 01  WS-REG-ED                   PIC ZZZZZ9.
000710 01  WS-SITUACAO-WK              PIC X(17).
000720 01  WS-DISP-LINE                PIC X(79).
000730 01  WS-AUDIT-KEY-WK             PIC X(10).
000740 01  WS-AUDIT-DETAIL-WK          PIC X(60).
000750
000760******************************************************************
000770*  RECUSAS EM ABERTO, REMONTADAS DO REMESREG NA CARGA. A CHAVE E A
000780*  IMPRESSAO DIGITAL (ARQUIVO, DATA DO HEADER, REGISTROS E AS DUAS
000790*  SOMAS - POSICOES 2 A 47 DO REGISTRO). SITUACAO R = ESPERANDO
000800*  LIBERACAO; L = LIBERADA, ESPERANDO A EXECUCAO.
000810******************************************************************
000820 01  WS-RT-TABLE.
000830     05  WS-RT-ENTRY OCCURS 100 TIMES
000840                     INDEXED BY WS-RT-IDX.
000850         10  WS-RT-CHAVE         PIC X(46).
000860         10  WS-RT-NEGOCIO       PIC X(08).
000870         10  WS-RT-PROGRAMA      PIC X(12).
000880         10  WS-RT-DATA          PIC X(08).
000890         10  WS-RT-HORA          PIC X(08).
000900         10  WS-RT-MOTIVO        PIC X(40).
000910         10  WS-RT-SITUACAO      PIC X(01).
000920         10  WS-RT-LIB-OPER      PIC X(08).
000930 01  WS-RT-COUNT                 PIC 9(03)   VALUE ZERO.
000940 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
000950     88  WS-OVERFLOW                         VALUE "Y".
000960
000970 PROCEDURE DIVISION.
000980
000990 0000-MAINLINE.
001000     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001010*    LIBERAR REMESSA RECUSADA E DECISAO DE ADMINISTRADOR - NIVEL 9
001020*    PELO OPAUTH.
001030     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001040                         WS-AUTHORIZED-SW
001050     IF NOT WS-AUTHORIZED
001060         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001070         MOVE 8 TO RETURN-CODE
001080         STOP RUN
001090     END-IF
001100     PERFORM 1000-INITIALIZE
001110     IF WS-OVERFLOW
001120         DISPLAY "RECUSAS EM ABERTO ALEM DA TABELA (100) -"
001130                 " EXECUCAO RECUSADA, NADA ALTERADO"
001140         MOVE 8 TO RETURN-CODE
001150         STOP RUN
001160     END-IF
001170     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001180         UNTIL WS-EXIT
001190     STOP RUN.
001200
001210******************************************************************
001220*  0010-SIGN-ON
001230*  IDENTIFICA O OPERADOR ANTES DE LIBERAR QUALQUER PROCESSAMENTO,
001240*  REPETINDO A PERGUNTA ATE RECEBER UM ID/PIN CADASTRADO.
001250******************************************************************
001260 0010-SIGN-ON.
001270     MOVE "N" TO WS-SIGNON-VALID-SW
001280     PERFORM 0020-PROMPT-SIGNON THRU 0020-EXIT
001290         UNTIL WS-SIGNON-VALID.
001300 0010-EXIT.
001310     EXIT.
001320
001330 0020-PROMPT-SIGNON.
001340     MOVE "SGN-001" TO WS-MSG-CODE-WK
001350     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001360     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001370     ACCEPT WS-OPERATOR-ID
001380     MOVE "SGN-002" TO WS-MSG-CODE-WK
001390     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001400     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001410     ACCEPT WS-OPERATOR-PIN
001420     CALL "OPSIGNON" USING WS-OPERATOR-ID WS-OPERATOR-PIN
001430                           WS-SIGNON-VALID-SW
001440     IF NOT WS-SIGNON-VALID
001450         MOVE "SGN-003" TO WS-MSG-CODE-WK
001460         CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001470         DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK)
001480     END-IF.
001490 0020-EXIT.
001500     EXIT.
001510
001520******************************************************************
001530*  1000-INITIALIZE
001540*  CARIMBA A EXECUCAO E RELE O REMESREG PARA REMONTAR AS RECUSAS
001550*  EM ABERTO.
001560******************************************************************
001570 1000-INITIALIZE.
001580     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
001590     ACCEPT RUN-STAMP-ID   FROM TIME
001600     MOVE SPACES TO WS-RUN-STAMP-DISP
001610     STRING "EXECUCAO " DELIMITED BY SIZE
001620            RUN-STAMP-DATE DELIMITED BY SIZE
001630            " " DELIMITED BY SIZE
001640            RUN-STAMP-ID DELIMITED BY SIZE
001650         INTO WS-RUN-STAMP-DISP
001660     MOVE RUN-STAMP-DATE TO WS-HOJE
001670     MOVE "N" TO WS-REM-EOF-SW
001680     OPEN INPUT REMESSA-REG-FILE
001690     IF WS-REM-FILE-STATUS NOT = "00"
001700         MOVE "Y" TO WS-REM-EOF-SW
001710     ELSE
001720         PERFORM 1100-REPLAY-REMESSA THRU 1100-EXIT
001730             UNTIL WS-REM-EOF OR WS-OVERFLOW
001740         CLOSE REMESSA-REG-FILE
001750     END-IF.
001760
001770******************************************************************
001780*  1100-REPLAY-REMESSA
001790*  APLICA UM REGISTRO DO REMESREG NA TABELA: A RECUSA ABRE (OU
001800*  RENOVA) A IMPRESSAO, A LIBERACAO A MARCA COMO LIBERADA E O
001810*  PROCESSAMENTO A TIRA DA TABELA.
001820******************************************************************
001830 1100-REPLAY-REMESSA.
001840     READ REMESSA-REG-FILE
001850         AT END
001860             MOVE "Y" TO WS-REM-EOF-SW
001870             GO TO 1100-EXIT
001880     END-READ
001890     MOVE REMESSA-RECORD(2:46) TO WS-CHAVE-WK
001900     PERFORM 4000-FIND-CHAVE THRU 4000-EXIT
001910     EVALUATE TRUE
001920         WHEN REM-RECUSADA
001930             IF NOT WS-FOUND
001940                 IF WS-RT-COUNT >= 100
001950                     MOVE "Y" TO WS-OVERFLOW-SW
001960                     GO TO 1100-EXIT
001970                 END-IF
001980                 ADD 1 TO WS-RT-COUNT
001990                 SET WS-RT-IDX TO WS-RT-COUNT
002000                 MOVE WS-CHAVE-WK TO WS-RT-CHAVE(WS-RT-IDX)
002010             END-IF
002020             MOVE REM-DATA-NEGOCIO TO WS-RT-NEGOCIO(WS-RT-IDX)
002030             MOVE REM-PROGRAMA     TO WS-RT-PROGRAMA(WS-RT-IDX)
002040             MOVE REM-DATA         TO WS-RT-DATA(WS-RT-IDX)
002050             MOVE REM-HORA         TO WS-RT-HORA(WS-RT-IDX)
002060             MOVE REM-MOTIVO       TO WS-RT-MOTIVO(WS-RT-IDX)
002070             MOVE "R"              TO WS-RT-SITUACAO(WS-RT-IDX)
002080             MOVE SPACES           TO WS-RT-LIB-OPER(WS-RT-IDX)
002090         WHEN REM-LIBERACAO
002100             IF WS-FOUND
002110                 MOVE "L"          TO WS-RT-SITUACAO(WS-RT-IDX)
002120                 MOVE REM-OPERADOR TO WS-RT-LIB-OPER(WS-RT-IDX)
002130             END-IF
002140         WHEN REM-PROCESSADA
002150             IF WS-FOUND
002160                 PERFORM 4300-REMOVE-RECUSA THRU 4300-EXIT
002170             END-IF
002180         WHEN OTHER
002190             CONTINUE
002200     END-EVALUATE.
002210 1100-EXIT.
002220     EXIT.
002230
002240******************************************************************
002250*  2000-SHOW-MENU
002260*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
002270******************************************************************
002280 2000-SHOW-MENU.
002290     DISPLAY " "
002300     DISPLAY "REGISTRO DE REMESSAS DO NOTURNO - ESCOLHA A ACAO:"
002310     DISPLAY "  L - LISTAR RECUSAS EM ABERTO"
002320     DISPLAY "  A - LIBERAR UMA RECUSA"
002330     DISPLAY "  H - HISTORICO DE UM DIA DE NEGOCIO"
002340     DISPLAY "  X - SAIR"
002350     ACCEPT WS-ACAO
002360     EVALUATE WS-ACAO
002370         WHEN "L"
002380         WHEN "l"
002390             PERFORM 2100-LIST-RECUSAS THRU 2100-EXIT
002400         WHEN "A"
002410         WHEN "a"
002420             PERFORM 2200-LIBERA THRU 2200-EXIT
002430         WHEN "H"
002440         WHEN "h"
002450             PERFORM 2300-HISTORICO THRU 2300-EXIT
002460         WHEN "X"
002470         WHEN "x"
002480             MOVE "Y" TO WS-EXIT-SW
002490         WHEN OTHER
002500             DISPLAY "ACAO INVALIDA"
002510     END-EVALUATE.
002520 2000-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560*  2100-LIST-RECUSAS
002570*  LISTA NA TELA AS RECUSAS EM ABERTO, NUMERADAS PARA A LIBERACAO.
002580******************************************************************
002590 2100-LIST-RECUSAS.
002600     IF WS-RT-COUNT = ZERO
002610         DISPLAY "NENHUMA RECUSA EM ABERTO"
002620         GO TO 2100-EXIT
002630     END-IF
002640     DISPLAY " NR ARQUIVO  HEADER   REGISTROS NEGOCIO  PROGRAMA"
002650             "     SITUACAO"
002660     PERFORM 2150-LIST-ONE THRU 2150-EXIT
002670         VARYING WS-RT-IDX FROM 1 BY 1
002680         UNTIL WS-RT-IDX > WS-RT-COUNT.
002690 2100-EXIT.
002700     EXIT.
002710
002720 2150-LIST-ONE.
002730     SET WS-SCAN TO WS-RT-IDX
002740     MOVE WS-SCAN TO WS-ITEM-ED
002750     MOVE WS-RT-CHAVE(WS-RT-IDX) TO REMESSA-RECORD(2:46)
002760     MOVE REM-REGISTROS TO WS-REG-ED
002770     IF WS-RT-SITUACAO(WS-RT-IDX) = "L"
002780         MOVE SPACES TO WS-SITUACAO-WK
002790         STRING "LIBERADA " WS-RT-LIB-OPER(WS-RT-IDX)
002800             DELIMITED BY SIZE INTO WS-SITUACAO-WK
002810     ELSE
002820         MOVE "RECUSADA" TO WS-SITUACAO-WK
002830     END-IF
002840     MOVE SPACES TO WS-DISP-LINE
002850     STRING WS-ITEM-ED " " REM-ARQUIVO " " REM-DATA-HDR " "
002860            "   " WS-REG-ED " " WS-RT-NEGOCIO(WS-RT-IDX) " "
002870            WS-RT-PROGRAMA(WS-RT-IDX) " " WS-SITUACAO-WK
002880         DELIMITED BY SIZE INTO WS-DISP-LINE
002890     DISPLAY WS-DISP-LINE
002900     MOVE SPACES TO WS-DISP-LINE
002910     STRING "    RECUSADA EM " WS-RT-DATA(WS-RT-IDX) " "
002920            WS-RT-HORA(WS-RT-IDX) ": " WS-RT-MOTIVO(WS-RT-IDX)
002930         DELIMITED BY SIZE INTO WS-DISP-LINE
002940     DISPLAY WS-DISP-LINE.
002950 2150-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*  2200-LIBERA
003000*  LIBERA A RECUSA ESCOLHIDA PELO NUMERO DA LISTA: GRAVA O
003010*  REGISTRO L COM A MESMA IMPRESSAO, O ADMINISTRADOR E O MOTIVO,
003020*  E A LIBERACAO VAI A AUDITORIA. VALE PARA UMA EXECUCAO.
003030******************************************************************
003040 2200-LIBERA.
003050     IF WS-RT-COUNT = ZERO
003060         DISPLAY "NENHUMA RECUSA EM ABERTO"
003070         GO TO 2200-EXIT
003080     END-IF
003090     PERFORM 2100-LIST-RECUSAS THRU 2100-EXIT
003100     DISPLAY "NUMERO DA RECUSA A LIBERAR:"
003110     ACCEPT WS-IN-ITEM
003120     IF WS-IN-ITEM = ZERO OR WS-IN-ITEM > WS-RT-COUNT
003130         DISPLAY "NUMERO INVALIDO"
003140         GO TO 2200-EXIT
003150     END-IF
003160     SET WS-RT-IDX TO WS-IN-ITEM
003170     IF WS-RT-SITUACAO(WS-RT-IDX) = "L"
003180         DISPLAY "REMESSA JA LIBERADA POR "
003190                 WS-RT-LIB-OPER(WS-RT-IDX)
003200                 " - ESPERANDO A EXECUCAO"
003210         GO TO 2200-EXIT
003220     END-IF
003230     DISPLAY "MOTIVO DA LIBERACAO (OBRIGATORIO):"
003240     ACCEPT WS-IN-MOTIVO
003250     IF WS-IN-MOTIVO = SPACES
003260         DISPLAY "MOTIVO OBRIGATORIO - NADA LIBERADO"
003270         GO TO 2200-EXIT
003280     END-IF
003290     ACCEPT WS-AGORA FROM TIME
003300     MOVE SPACES                   TO REMESSA-RECORD
003310     MOVE "L"                      TO REM-TIPO
003320     MOVE WS-RT-CHAVE(WS-RT-IDX)   TO REMESSA-RECORD(2:46)
003330     MOVE WS-RT-NEGOCIO(WS-RT-IDX) TO REM-DATA-NEGOCIO
003340     MOVE WS-RT-PROGRAMA(WS-RT-IDX) TO REM-PROGRAMA
003350     MOVE WS-OPERATOR-ID           TO REM-OPERADOR
003360     MOVE WS-HOJE                  TO REM-DATA
003370     MOVE WS-AGORA                 TO REM-HORA
003380     MOVE WS-IN-MOTIVO             TO REM-MOTIVO
003390     OPEN EXTEND REMESSA-REG-FILE
003400     IF WS-REM-FILE-STATUS = "35"
003410         OPEN OUTPUT REMESSA-REG-FILE
003420         CLOSE REMESSA-REG-FILE
003430         OPEN EXTEND REMESSA-REG-FILE
003440     END-IF
003450     WRITE REMESSA-RECORD
003460     CLOSE REMESSA-REG-FILE
003470     MOVE "L"            TO WS-RT-SITUACAO(WS-RT-IDX)
003480     MOVE WS-OPERATOR-ID TO WS-RT-LIB-OPER(WS-RT-IDX)
003490     MOVE REM-ARQUIVO    TO WS-AUDIT-KEY-WK
003500     MOVE REM-REGISTROS  TO WS-REG-ED
003510     MOVE SPACES TO WS-AUDIT-DETAIL-WK
003520     STRING "LIBERADA HDR=" REM-DATA-HDR " REG=" WS-REG-ED
003530            " " WS-IN-MOTIVO
003540         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL-WK
003550     PERFORM 7000-WRITE-AUDIT
003560     DISPLAY "REMESSA " REM-ARQUIVO " LIBERADA PARA UMA EXECUCAO".
003570 2200-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*  2300-HISTORICO
003620*  MOSTRA TODOS OS REGISTROS DO REMESREG DE UM DIA DE NEGOCIO
003630*  (PROCESSADAS, RECUSAS E LIBERACOES), NA ORDEM EM QUE FORAM
003640*  GRAVADOS.
003650******************************************************************
003660 2300-HISTORICO.
003670     DISPLAY "DIA DE NEGOCIO (AAAAMMDD):"
003680     ACCEPT WS-IN-DATA
003690     MOVE ZERO TO WS-LIDOS
003700     MOVE "N" TO WS-REM-EOF-SW
003710     OPEN INPUT REMESSA-REG-FILE
003720     IF WS-REM-FILE-STATUS NOT = "00"
003730         DISPLAY "REGISTRO DE REMESSAS VAZIO"
003740         GO TO 2300-EXIT
003750     END-IF
003760     DISPLAY "T ARQUIVO  HEADER   REGISTROS PROGRAMA     OPERADOR"
003770             " DATA     HORA"
003780     PERFORM 2350-HIST-ONE THRU 2350-EXIT
003790         UNTIL WS-REM-EOF
003800     CLOSE REMESSA-REG-FILE
003810     IF WS-LIDOS = ZERO
003820         DISPLAY "NENHUM REGISTRO PARA O DIA " WS-IN-DATA
003830     END-IF.
003840 2300-EXIT.
003850     EXIT.
003860
003870 2350-HIST-ONE.
003880     READ REMESSA-REG-FILE
003890         AT END
003900             MOVE "Y" TO WS-REM-EOF-SW
003910             GO TO 2350-EXIT
003920     END-READ
003930     IF REM-DATA-NEGOCIO NOT = WS-IN-DATA
003940         GO TO 2350-EXIT
003950     END-IF
003960     ADD 1 TO WS-LIDOS
003970     MOVE REM-REGISTROS TO WS-REG-ED
003980     MOVE SPACES TO WS-DISP-LINE
003990     STRING REM-TIPO " " REM-ARQUIVO " " REM-DATA-HDR " "
004000            "   " WS-REG-ED " " REM-PROGRAMA " " REM-OPERADOR
004010            " " REM-DATA " " REM-HORA
004020         DELIMITED BY SIZE INTO WS-DISP-LINE
004030     DISPLAY WS-DISP-LINE
004040     IF REM-MOTIVO NOT = SPACES
004050         DISPLAY "  " REM-MOTIVO
004060     END-IF.
004070 2350-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*  4000-FIND-CHAVE
004120*  PROCURA A IMPRESSAO WS-CHAVE-WK NAS RECUSAS EM ABERTO; LIGA
004130*  WS-FOUND E DEIXA WS-RT-IDX NA ENTRADA.
004140******************************************************************
004150 4000-FIND-CHAVE.
004160     MOVE "N" TO WS-FOUND-SW
004170     PERFORM 4050-TRY-CHAVE THRU 4050-EXIT
004180         VARYING WS-RT-IDX FROM 1 BY 1
004190         UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-FOUND
004200     IF WS-FOUND
004210         SET WS-RT-IDX DOWN BY 1
004220     END-IF.
004230 4000-EXIT.
004240     EXIT.
004250
004260 4050-TRY-CHAVE.
004270     IF WS-RT-CHAVE(WS-RT-IDX) = WS-CHAVE-WK
004280         MOVE "Y" TO WS-FOUND-SW
004290     END-IF.
004300 4050-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*  4300-REMOVE-RECUSA
004350*  TIRA DA TABELA A ENTRADA EM WS-RT-IDX, PUXANDO AS SEGUINTES.
004360******************************************************************
004370 4300-REMOVE-RECUSA.
004380     SET WS-SCAN TO WS-RT-IDX
004390     PERFORM 4350-SHIFT-ONE THRU 4350-EXIT
004400         UNTIL WS-SCAN >= WS-RT-COUNT
004410     SUBTRACT 1 FROM WS-RT-COUNT.
004420 4300-EXIT.
004430     EXIT.
004440
004450 4350-SHIFT-ONE.
004460     MOVE WS-RT-ENTRY(WS-SCAN + 1) TO WS-RT-ENTRY(WS-SCAN)
004470     ADD 1 TO WS-SCAN.
004480 4350-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*  7000-WRITE-AUDIT
004530*  GRAVA A LIBERACAO NA TRILHA DE AUDITORIA COMUM (AUDITWR).
004540******************************************************************
004550 7000-WRITE-AUDIT.
004560     MOVE "REMESSA"           TO AUDIT-PROGRAM-ID
004570     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004580     ACCEPT AUDIT-TIME FROM TIME
004590     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004600     MOVE WS-AUDIT-KEY-WK     TO AUDIT-KEY
004610     MOVE WS-AUDIT-DETAIL-WK  TO AUDIT-DETAIL
004620     CALL "AUDITWR" USING AUDIT-RECORD.
