000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONVDV.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BILHETERIA - RENUMERACAO COM DIGITO VERIFICADOR.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  CONVDV.CBL
000090*  CONVERSAO UNICA DOS NUMEROS DE PASSE (PASSMAST) E DE CARNE
000100*  (CARNMAST) PARA O FORMATO COM DIGITO VERIFICADOR QUE O
000110*  PASSVEND E O CARNVEND PASSARAM A EMITIR (ROTINA DIGVER):
000120*    - PASSE: BASE DE 9 DIGITOS E O DIGITO NA POSICAO 10;
000130*    - CARNE: "C", BASE DE 8 DIGITOS E O DIGITO NA POSICAO 10.
000140*  A BASE NOVA APROVEITA OS DIGITOS DO NUMERO ANTIGO QUANDO DA
000150*  (PASSE "0NNNNNNNNN" OU COM PREFIXO DE LETRA, CARNE
000160*  "C0NNNNNNNN") E ELES AINDA ESTAO LIVRES; O RESTO RECEBE A
000170*  PROXIMA BASE LIVRE. A LISTA NEGRA (HOTLIST) TROCA O NUMERO
000180*  ANTIGO PELO NOVO. CADA TROCA VAI PARA A REFERENCIA CRUZADA
000190*  (DVXREF, COPYBOOK DVXREFREC) E PARA O RELATORIO CONVDRPT, QUE
000200*  O BALCAO USA PARA TROCAR OS CARTOES DOS CLIENTES.
000210*  RODA UMA VEZ SO: COM O DVXREF JA GRAVADO A EXECUCAO E RECUSADA
000220*  (RC=8), ASSIM COMO COM CADASTRO MAIOR QUE A TABELA - NADA E
000230*  ALTERADO. EXIGE SUPERVISOR (NIVEL 9 PELO OPAUTH).
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15 AFG   PROGRAMA ORIGINAL.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PASS-MASTER-FILE ASSIGN TO "PASSMAST"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS WS-PASSM-FILE-STATUS.
000350     SELECT CARNET-FILE ASSIGN TO "CARNMAST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS WS-CARN-FILE-STATUS.
000380     SELECT HOTLIST-FILE ASSIGN TO "HOTLIST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS WS-HOT-FILE-STATUS.
000410     SELECT DV-XREF-FILE ASSIGN TO "DVXREF"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-XREF-FILE-STATUS.
000440     SELECT CONVERSION-REPORT-FILE ASSIGN TO "CONVDRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PASS-MASTER-FILE
000520     RECORDING MODE IS F.
000530     COPY PASSMREC.
000540 FD  CARNET-FILE
000550     RECORDING MODE IS F.
000560     COPY CARNREC.
000570 FD  HOTLIST-FILE
000580     RECORDING MODE IS F.
000590     COPY HOTLISTREC.
000600 FD  DV-XREF-FILE
000610     RECORDING MODE IS F.
000620     COPY DVXREFREC.
000630 FD  CONVERSION-REPORT-FILE
000640     RECORDING MODE IS F.
000650 01  REPORT-LINE                 PIC X(80).
000660 FD  AUDIT-LOG-FILE
000670     RECORDING MODE IS F.
000680     COPY AUDITREC.
000690 WORKING-STORAGE SECTION.
000700 01  WS-SWITCHES.
000710     05  WS-PASSM-FILE-STATUS    PIC X(02)   VALUE "00".
000720     05  WS-CARN-FILE-STATUS     PIC X(02)   VALUE "00".
000730     05  WS-HOT-FILE-STATUS      PIC X(02)   VALUE "00".
000740     05  WS-XREF-FILE-STATUS     PIC X(02)   VALUE "00".
000750     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000760     05  WS-PASSM-EOF-SW         PIC X(01)   VALUE "N".
000770         88  WS-PASSM-EOF                    VALUE "Y".
000780     05  WS-CARN-EOF-SW          PIC X(01)   VALUE "N".
000790         88  WS-CARN-EOF                     VALUE "Y".
000800     05  WS-HOT-EOF-SW           PIC X(01)   VALUE "N".
000810         88  WS-HOT-EOF                      VALUE "Y".
000820     05  WS-PASSM-PRESENT-SW     PIC X(01)   VALUE "N".
000830         88  WS-PASSM-PRESENT                VALUE "Y".
000840     05  WS-CARN-PRESENT-SW      PIC X(01)   VALUE "N".
000850         88  WS-CARN-PRESENT                 VALUE "Y".
000860     05  WS-HOT-PRESENT-SW       PIC X(01)   VALUE "N".
000870         88  WS-HOT-PRESENT                  VALUE "Y".
000880     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000890         88  WS-SIGNON-VALID                 VALUE "Y".
000900     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000910         88  WS-FOUND                        VALUE "Y".
000920     05  WS-OVERFLOW-SW          PIC X(01)   VALUE "N".
000930         88  WS-OVERFLOW                     VALUE "Y".
000940 01  WS-MSG-CODE-WK              PIC X(08).
000950 01  WS-MSG-TEXT-WK              PIC X(60).
000960 01  WS-OPERATOR-ID              PIC X(08).
000970 01  WS-OPERATOR-PIN             PIC X(04).
000980 01  WS-REQUIRED-LEVEL           PIC 9(01)   VALUE 9.
000990 01  WS-AUTHORIZED-SW            PIC X(01)   VALUE "N".
001000     88  WS-AUTHORIZED                       VALUE "Y".
001010 01  WS-RUN-STAMP-DISP           PIC X(30).
001020     COPY RUNSTAMP.
001030 01  WS-HOJE                     PIC X(08).
001040 01  WS-SCAN                     PIC 9(03).
001050 01  WS-SCAN2                    PIC 9(03).
001060 01  WS-ANTIGO-WK                PIC X(10).
001070 01  WS-BASE-WK                  PIC 9(09).
001080 01  WS-MAIOR-PASSE              PIC 9(09)   VALUE ZERO.
001090 01  WS-MAIOR-CARNE              PIC 9(08)   VALUE ZERO.
001100*  NUMERO NOVO MONTADO PARA A ROTINA DIGVER, NAS DUAS VISTAS.
001110 01  WS-NUMERO-DV                PIC X(10).
001120 01  WS-PASSE-DV REDEFINES WS-NUMERO-DV.
001130     05  WS-PASSE-DV-BASE        PIC 9(09).
001140     05  FILLER                  PIC X(01).
001150 01  WS-CARNE-DV REDEFINES WS-NUMERO-DV.
001160     05  WS-CARNE-DV-LETRA       PIC X(01).
001170     05  WS-CARNE-DV-BASE        PIC 9(08).
001180     05  FILLER                  PIC X(01).
001190 01  WS-DV-ACAO                  PIC X(01)   VALUE "C".
001200 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
001210     88  WS-DV-VALID                         VALUE "Y".
001220 01  WS-SITUACAO-WK              PIC X(12).
001230*  TOTAIS DA CONVERSAO.
001240 01  WS-TOT-PASSES               PIC 9(03)   VALUE ZERO.
001250 01  WS-TOT-CARNES               PIC 9(03)   VALUE ZERO.
001260 01  WS-TOT-RENUMERADOS          PIC 9(03)   VALUE ZERO.
001270 01  WS-TOT-HOT-TROCADOS         PIC 9(03)   VALUE ZERO.
001280 01  WS-TOT-HOT-SEM-NUMERO       PIC 9(03)   VALUE ZERO.
001290
001300******************************************************************
001310*  PASSES E CARNES CARREGADOS EM MEMORIA (REGISTRO INTEIRO, PARA
001320*  REGRAVAR SO COM O NUMERO TROCADO). BASE ZERO = AINDA SEM BASE.
001330******************************************************************
001340 01  WS-CV-TABLE.
001350     05  WS-CV-ENTRY OCCURS 400 TIMES
001360                     INDEXED BY WS-CV-IDX.
001370         10  WS-CV-TIPO          PIC X(01).
001380         10  WS-CV-IMAGEM        PIC X(60).
001390         10  WS-CV-ANTIGO        PIC X(10).
001400         10  WS-CV-NOVO          PIC X(10).
001410         10  WS-CV-BASE          PIC 9(09).
001420 01  WS-CV-COUNT                 PIC 9(03)   VALUE ZERO.
001430******************************************************************
001440*  LISTA NEGRA CARREGADA EM MEMORIA; REGRAVADA COM OS NUMEROS
001450*  NOVOS.
001460******************************************************************
001470 01  WS-HL-TABLE.
001480     05  WS-HL-ENTRY OCCURS 100 TIMES
001490                     INDEXED BY WS-HL-IDX.
001500         10  WS-HL-IMAGEM        PIC X(50).
001510 01  WS-HL-COUNT                 PIC 9(03)   VALUE ZERO.
001520
001530 PROCEDURE DIVISION.
001540
001550 0000-MAINLINE.
001560     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001570*    CONVERSAO DE CADASTRO - EXIGE NIVEL 9 (SUPERVISOR).
001580     CALL "OPAUTH" USING WS-OPERATOR-ID WS-REQUIRED-LEVEL
001590                         WS-AUTHORIZED-SW
001600     IF NOT WS-AUTHORIZED
001610         DISPLAY "OPERADOR SEM NIVEL PARA ESTA ROTINA"
001620         MOVE 8 TO RETURN-CODE
001630         STOP RUN
001640     END-IF
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001660     PERFORM 2000-ATRIBUI-BASE THRU 2000-EXIT
001670         VARYING WS-SCAN FROM 1 BY 1
001680         UNTIL WS-SCAN > WS-CV-COUNT
001690     PERFORM 2100-NUMERA THRU 2100-EXIT
001700         VARYING WS-SCAN FROM 1 BY 1
001710         UNTIL WS-SCAN > WS-CV-COUNT
001720     PERFORM 2300-TROCA-HOT THRU 2300-EXIT
001730         VARYING WS-SCAN FROM 1 BY 1
001740         UNTIL WS-SCAN > WS-HL-COUNT
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
002110*  RECUSA A SEGUNDA EXECUCAO (DVXREF JA GRAVADO), CARREGA PASSES,
002120*  CARNES E LISTA NEGRA E ABRE O RELATORIO E A AUDITORIA.
002130******************************************************************
002140 1000-INITIALIZE.
002150     ACCEPT WS-HOJE        FROM DATE YYYYMMDD
002160     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002170     ACCEPT RUN-STAMP-ID   FROM TIME
002180     OPEN INPUT DV-XREF-FILE
002190     IF WS-XREF-FILE-STATUS = "00"
002200         READ DV-XREF-FILE
002210             AT END
002220                 MOVE "10" TO WS-XREF-FILE-STATUS
002230         END-READ
002240         CLOSE DV-XREF-FILE
002250         IF WS-XREF-FILE-STATUS = "00"
002260             DISPLAY "CONVERSAO JA EXECUTADA (DVXREF GRAVADO) -"
002270                     " EXECUCAO RECUSADA, NADA ALTERADO"
002280             MOVE 8 TO RETURN-CODE
002290             STOP RUN
002300         END-IF
002310     END-IF
002320     OPEN INPUT PASS-MASTER-FILE
002330     IF WS-PASSM-FILE-STATUS = "00"
002340         MOVE "Y" TO WS-PASSM-PRESENT-SW
002350         PERFORM 1100-LOAD-PASSE THRU 1100-EXIT
002360             UNTIL WS-PASSM-EOF
002370         CLOSE PASS-MASTER-FILE
002380     END-IF
002390     OPEN INPUT CARNET-FILE
002400     IF WS-CARN-FILE-STATUS = "00"
002410         MOVE "Y" TO WS-CARN-PRESENT-SW
002420         PERFORM 1200-LOAD-CARNE THRU 1200-EXIT
002430             UNTIL WS-CARN-EOF
002440         CLOSE CARNET-FILE
002450     END-IF
002460     OPEN INPUT HOTLIST-FILE
002470     IF WS-HOT-FILE-STATUS = "00"
002480         MOVE "Y" TO WS-HOT-PRESENT-SW
002490         PERFORM 1300-LOAD-HOT THRU 1300-EXIT
002500             UNTIL WS-HOT-EOF
002510         CLOSE HOTLIST-FILE
002520     END-IF
002530     IF WS-OVERFLOW
002540         DISPLAY "CADASTRO MAIOR QUE A TABELA - EXECUCAO"
002550                 " RECUSADA, NADA ALTERADO"
002560         MOVE 8 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     OPEN OUTPUT CONVERSION-REPORT-FILE
002600     OPEN OUTPUT DV-XREF-FILE
002610     PERFORM 0100-OPEN-AUDIT-LOG-FILE
002620     MOVE SPACES TO WS-RUN-STAMP-DISP
002630     STRING "EXECUCAO " DELIMITED BY SIZE
002640            RUN-STAMP-DATE DELIMITED BY SIZE
002650            " " DELIMITED BY SIZE
002660            RUN-STAMP-ID DELIMITED BY SIZE
002670         INTO WS-RUN-STAMP-DISP
002680     MOVE SPACES TO REPORT-LINE
002690     STRING "RENUMERACAO COM DIGITO VERIFICADOR - "
002700            WS-RUN-STAMP-DISP
002710         DELIMITED BY SIZE INTO REPORT-LINE
002720     WRITE REPORT-LINE
002730     MOVE SPACES TO REPORT-LINE
002740     WRITE REPORT-LINE
002750     MOVE SPACES TO REPORT-LINE
002760     STRING "T ANTIGO       NOVO         "
002770            "TITULAR              SITUACAO"
002780         DELIMITED BY SIZE INTO REPORT-LINE
002790     WRITE REPORT-LINE.
002800 1000-EXIT.
002810     EXIT.
002820
002830 1100-LOAD-PASSE.
002840     READ PASS-MASTER-FILE
002850         AT END
002860             MOVE "Y" TO WS-PASSM-EOF-SW
002870             GO TO 1100-EXIT
002880     END-READ
002890     IF WS-CV-COUNT >= 400
002900         MOVE "Y" TO WS-OVERFLOW-SW
002910         GO TO 1100-EXIT
002920     END-IF
002930     ADD 1 TO WS-CV-COUNT
002940     SET WS-CV-IDX TO WS-CV-COUNT
002950     MOVE "P"                TO WS-CV-TIPO(WS-CV-IDX)
002960     MOVE PASS-MASTER-RECORD TO WS-CV-IMAGEM(WS-CV-IDX)
002970     MOVE PASSM-NUMERO       TO WS-CV-ANTIGO(WS-CV-IDX)
002980     MOVE SPACES             TO WS-CV-NOVO(WS-CV-IDX)
002990     MOVE ZERO               TO WS-CV-BASE(WS-CV-IDX)
003000     ADD 1 TO WS-TOT-PASSES.
003010 1100-EXIT.
003020     EXIT.
003030
003040 1200-LOAD-CARNE.
003050     READ CARNET-FILE
003060         AT END
003070             MOVE "Y" TO WS-CARN-EOF-SW
003080             GO TO 1200-EXIT
003090     END-READ
003100     IF WS-CV-COUNT >= 400
003110         MOVE "Y" TO WS-OVERFLOW-SW
003120         GO TO 1200-EXIT
003130     END-IF
003140     ADD 1 TO WS-CV-COUNT
003150     SET WS-CV-IDX TO WS-CV-COUNT
003160     MOVE "C"                TO WS-CV-TIPO(WS-CV-IDX)
003170     MOVE CARNET-RECORD      TO WS-CV-IMAGEM(WS-CV-IDX)
003180     MOVE CARN-NUMERO        TO WS-CV-ANTIGO(WS-CV-IDX)
003190     MOVE SPACES             TO WS-CV-NOVO(WS-CV-IDX)
003200     MOVE ZERO               TO WS-CV-BASE(WS-CV-IDX)
003210     ADD 1 TO WS-TOT-CARNES.
003220 1200-EXIT.
003230     EXIT.
003240
003250 1300-LOAD-HOT.
003260     READ HOTLIST-FILE
003270         AT END
003280             MOVE "Y" TO WS-HOT-EOF-SW
003290             GO TO 1300-EXIT
003300     END-READ
003310     IF WS-HL-COUNT >= 100
003320         MOVE "Y" TO WS-OVERFLOW-SW
003330         GO TO 1300-EXIT
003340     END-IF
003350     ADD 1 TO WS-HL-COUNT
003360     SET WS-HL-IDX TO WS-HL-COUNT
003370     MOVE HOTLIST-RECORD TO WS-HL-IMAGEM(WS-HL-IDX).
003380 1300-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420*  0100-OPEN-AUDIT-LOG-FILE
003430*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
003440*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
003450******************************************************************
003460 0100-OPEN-AUDIT-LOG-FILE.
003470     OPEN EXTEND AUDIT-LOG-FILE
003480     IF WS-AUDIT-FILE-STATUS = "35"
003490         OPEN OUTPUT AUDIT-LOG-FILE
003500         CLOSE AUDIT-LOG-FILE
003510         OPEN EXTEND AUDIT-LOG-FILE
003520     END-IF.
003530
003540******************************************************************
003550*  2000-ATRIBUI-BASE
003560*  PRIMEIRA PASSADA: O NUMERO ANTIGO QUE TEM A FORMA DO NOVO
003570*  (PASSE "0" OU LETRA SEGUIDO DE 9 DIGITOS; CARNE "C0" SEGUIDO
003580*  DE 8 DIGITOS) FICA COM OS MESMOS DIGITOS COMO BASE, SE AINDA
003590*  NINGUEM DO MESMO TIPO A TOMOU. OS OUTROS FICAM PARA A SEGUNDA
003600*  PASSADA. GUARDA A MAIOR BASE DE CADA TIPO.
003610******************************************************************
003620 2000-ATRIBUI-BASE.
003630     SET WS-CV-IDX TO WS-SCAN
003640     MOVE WS-CV-ANTIGO(WS-CV-IDX) TO WS-ANTIGO-WK
003650     MOVE ZERO TO WS-BASE-WK
003660     IF WS-CV-TIPO(WS-CV-IDX) = "P"
003670         IF WS-ANTIGO-WK(2:9) NUMERIC
003680             AND (WS-ANTIGO-WK(1:1) = "0"
003690                  OR WS-ANTIGO-WK(1:1) NOT NUMERIC)
003700             MOVE WS-ANTIGO-WK(2:9) TO WS-BASE-WK
003710         END-IF
003720     ELSE
003730         IF WS-ANTIGO-WK(1:2) = "C0"
003740             AND WS-ANTIGO-WK(3:8) NUMERIC
003750             MOVE WS-ANTIGO-WK(3:8) TO WS-BASE-WK
003760         END-IF
003770     END-IF
003780     IF WS-BASE-WK = ZERO
003790         GO TO 2000-EXIT
003800     END-IF
003810     MOVE "N" TO WS-FOUND-SW
003820     PERFORM 2050-BASE-TOMADA THRU 2050-EXIT
003830         VARYING WS-SCAN2 FROM 1 BY 1
003840         UNTIL WS-SCAN2 >= WS-SCAN OR WS-FOUND
003850     IF WS-FOUND
003860         GO TO 2000-EXIT
003870     END-IF
003880     SET WS-CV-IDX TO WS-SCAN
003890     MOVE WS-BASE-WK TO WS-CV-BASE(WS-CV-IDX)
003900     IF WS-CV-TIPO(WS-CV-IDX) = "P"
003910         IF WS-BASE-WK > WS-MAIOR-PASSE
003920             MOVE WS-BASE-WK TO WS-MAIOR-PASSE
003930         END-IF
003940     ELSE
003950         IF WS-BASE-WK > WS-MAIOR-CARNE
003960             MOVE WS-BASE-WK TO WS-MAIOR-CARNE
003970         END-IF
003980     END-IF.
003990 2000-EXIT.
004000     EXIT.
004010
004020 2050-BASE-TOMADA.
004030     IF WS-CV-TIPO(WS-SCAN2) = WS-CV-TIPO(WS-SCAN)
004040         AND WS-CV-BASE(WS-SCAN2) = WS-BASE-WK
004050         MOVE "Y" TO WS-FOUND-SW
004060     END-IF.
004070 2050-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*  2100-NUMERA
004120*  SEGUNDA PASSADA: QUEM FICOU SEM BASE RECEBE A PROXIMA LIVRE DO
004130*  SEU TIPO. MONTA O NUMERO NOVO COM O DIGITO (ROTINA DIGVER) E
004140*  GRAVA A REFERENCIA CRUZADA E A LINHA DO RELATORIO.
004150******************************************************************
004160 2100-NUMERA.
004170     SET WS-CV-IDX TO WS-SCAN
004180     MOVE "MESMA BASE" TO WS-SITUACAO-WK
004190     IF WS-CV-BASE(WS-CV-IDX) = ZERO
004200         MOVE "RENUMERADO" TO WS-SITUACAO-WK
004210         ADD 1 TO WS-TOT-RENUMERADOS
004220         IF WS-CV-TIPO(WS-CV-IDX) = "P"
004230             ADD 1 TO WS-MAIOR-PASSE
004240             MOVE WS-MAIOR-PASSE TO WS-CV-BASE(WS-CV-IDX)
004250         ELSE
004260             ADD 1 TO WS-MAIOR-CARNE
004270             MOVE WS-MAIOR-CARNE TO WS-CV-BASE(WS-CV-IDX)
004280         END-IF
004290     END-IF
004300     MOVE SPACES TO WS-NUMERO-DV
004310     IF WS-CV-TIPO(WS-CV-IDX) = "P"
004320         MOVE WS-CV-BASE(WS-CV-IDX) TO WS-PASSE-DV-BASE
004330     ELSE
004340         MOVE "C"                   TO WS-CARNE-DV-LETRA
004350         MOVE WS-CV-BASE(WS-CV-IDX) TO WS-CARNE-DV-BASE
004360     END-IF
004370     CALL "DIGVER" USING WS-NUMERO-DV WS-DV-ACAO WS-DV-VALID-SW
004380     MOVE WS-NUMERO-DV TO WS-CV-NOVO(WS-CV-IDX)
004390     MOVE SPACES                  TO DV-XREF-RECORD
004400     MOVE WS-CV-TIPO(WS-CV-IDX)   TO DVX-TIPO
004410     MOVE WS-CV-ANTIGO(WS-CV-IDX) TO DVX-NUMERO-ANTIGO
004420     MOVE WS-CV-NOVO(WS-CV-IDX)   TO DVX-NUMERO-NOVO
004430     MOVE WS-HOJE                 TO DVX-DATA
004440     MOVE WS-CV-IMAGEM(WS-CV-IDX)(11:20) TO DVX-HOLDER
004450     WRITE DV-XREF-RECORD
004460     MOVE SPACES TO REPORT-LINE
004470     STRING DVX-TIPO " " DVX-NUMERO-ANTIGO "   " DVX-NUMERO-NOVO
004480            "   " DVX-HOLDER " " WS-SITUACAO-WK
004490         DELIMITED BY SIZE INTO REPORT-LINE
004500     WRITE REPORT-LINE.
004510 2100-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*  2300-TROCA-HOT
004560*  TROCA NA LISTA NEGRA O NUMERO ANTIGO PELO NOVO. NUMERO QUE NAO
004570*  ESTA NO CADASTRO FICA COMO ESTA E SAI NO RELATORIO.
004580******************************************************************
004590 2300-TROCA-HOT.
004600     SET WS-HL-IDX TO WS-SCAN
004610     MOVE WS-HL-IMAGEM(WS-HL-IDX) TO HOTLIST-RECORD
004620     MOVE "N" TO WS-FOUND-SW
004630     PERFORM 2350-MATCH-ANTIGO THRU 2350-EXIT
004640         VARYING WS-SCAN2 FROM 1 BY 1
004650         UNTIL WS-SCAN2 > WS-CV-COUNT OR WS-FOUND
004660     IF WS-FOUND
004670         MOVE WS-CV-NOVO(WS-CV-IDX) TO HOT-PASSE
004680         MOVE HOTLIST-RECORD TO WS-HL-IMAGEM(WS-HL-IDX)
004690         ADD 1 TO WS-TOT-HOT-TROCADOS
004700     ELSE
004710         ADD 1 TO WS-TOT-HOT-SEM-NUMERO
004720         MOVE SPACES TO REPORT-LINE
004730         STRING "*** LISTA NEGRA: " HOT-PASSE
004740                " NAO ESTA NO CADASTRO - MANTIDO COMO ESTA"
004750             DELIMITED BY SIZE INTO REPORT-LINE
004760         WRITE REPORT-LINE
004770     END-IF.
004780 2300-EXIT.
004790     EXIT.
004800
004810 2350-MATCH-ANTIGO.
004820     SET WS-CV-IDX TO WS-SCAN2
004830     IF WS-CV-ANTIGO(WS-CV-IDX) = HOT-PASSE
004840         MOVE "Y" TO WS-FOUND-SW
004850     END-IF.
004860 2350-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*  3000-FINALIZE
004910*  REGRAVA OS CADASTROS COM OS NUMEROS NOVOS, FECHA A REFERENCIA
004920*  CRUZADA, GRAVA OS TOTAIS E A AUDITORIA.
004930******************************************************************
004940 3000-FINALIZE.
004950     IF WS-PASSM-PRESENT
004960         OPEN OUTPUT PASS-MASTER-FILE
004970     END-IF
004980     IF WS-CARN-PRESENT
004990         OPEN OUTPUT CARNET-FILE
005000     END-IF
005010     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
005020         VARYING WS-SCAN FROM 1 BY 1
005030         UNTIL WS-SCAN > WS-CV-COUNT
005040     IF WS-PASSM-PRESENT
005050         CLOSE PASS-MASTER-FILE
005060     END-IF
005070     IF WS-CARN-PRESENT
005080         CLOSE CARNET-FILE
005090     END-IF
005100     IF WS-HOT-PRESENT
005110         OPEN OUTPUT HOTLIST-FILE
005120         PERFORM 3200-WRITE-HOT THRU 3200-EXIT
005130             VARYING WS-SCAN FROM 1 BY 1
005140             UNTIL WS-SCAN > WS-HL-COUNT
005150         CLOSE HOTLIST-FILE
005160     END-IF
005170     CLOSE DV-XREF-FILE
005180     MOVE SPACES TO REPORT-LINE
005190     WRITE REPORT-LINE
005200     MOVE SPACES TO REPORT-LINE
005210     STRING "PASSES: " WS-TOT-PASSES
005220            "  CARNES: " WS-TOT-CARNES
005230            "  RENUMERADOS: " WS-TOT-RENUMERADOS
005240         DELIMITED BY SIZE INTO REPORT-LINE
005250     WRITE REPORT-LINE
005260     MOVE SPACES TO REPORT-LINE
005270     STRING "LISTA NEGRA: " WS-TOT-HOT-TROCADOS " TROCADOS, "
005280            WS-TOT-HOT-SEM-NUMERO " FORA DO CADASTRO"
005290         DELIMITED BY SIZE INTO REPORT-LINE
005300     WRITE REPORT-LINE
005310     CLOSE CONVERSION-REPORT-FILE
005320     PERFORM 7000-WRITE-AUDIT
005330     CLOSE AUDIT-LOG-FILE
005340     DISPLAY "CONVERSAO CONCLUIDA - PASSES: " WS-TOT-PASSES
005350             " CARNES: " WS-TOT-CARNES
005360             " RENUMERADOS: " WS-TOT-RENUMERADOS
005370     IF WS-TOT-HOT-SEM-NUMERO > ZERO
005380         MOVE 4 TO RETURN-CODE
005390     END-IF.
005400
005410 3100-WRITE-ONE.
005420     SET WS-CV-IDX TO WS-SCAN
005430     IF WS-CV-TIPO(WS-CV-IDX) = "P"
005440         MOVE WS-CV-IMAGEM(WS-CV-IDX) TO PASS-MASTER-RECORD
005450         MOVE WS-CV-NOVO(WS-CV-IDX)   TO PASSM-NUMERO
005460         WRITE PASS-MASTER-RECORD
005470     ELSE
005480         MOVE WS-CV-IMAGEM(WS-CV-IDX) TO CARNET-RECORD
005490         MOVE WS-CV-NOVO(WS-CV-IDX)   TO CARN-NUMERO
005500         WRITE CARNET-RECORD
005510     END-IF.
005520 3100-EXIT.
005530     EXIT.
005540
005550 3200-WRITE-HOT.
005560     SET WS-HL-IDX TO WS-SCAN
005570     MOVE WS-HL-IMAGEM(WS-HL-IDX) TO HOTLIST-RECORD
005580     WRITE HOTLIST-RECORD.
005590 3200-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630*  7000-WRITE-AUDIT
005640*  GRAVA A CONVERSAO NA TRILHA DE AUDITORIA.
005650******************************************************************
005660 7000-WRITE-AUDIT.
005670     MOVE "CONVDV"            TO AUDIT-PROGRAM-ID
005680     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
005690     ACCEPT AUDIT-TIME FROM TIME
005700     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
005710     MOVE "DVXREF"            TO AUDIT-KEY
005720     MOVE SPACES              TO AUDIT-DETAIL
005730     STRING "CONVERSAO DV PASSES " WS-TOT-PASSES
005740            " CARNES " WS-TOT-CARNES
005750            " RENUMERADOS " WS-TOT-RENUMERADOS
005760         DELIMITED BY SIZE INTO AUDIT-DETAIL
005770     CALL "AUDITWR" USING AUDIT-RECORD.
