000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PERIODO.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  CONTABILIDADE - ROTINA COMPARTILHADA DE PERIODO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PERIODO.CBL
000090*  TRAVA DOS PERIODOS CONTABEIS FECHADOS (AO LADO DO DIAUTIL).
000100*  TODO PROGRAMA QUE GRAVA NO LEDGER CHAMA ESTA ROTINA COM O
000110*  LANCAMENTO JA MONTADO, ANTES DO WRITE:
000120*    FUNCAO "L" - LANCAMENTO. MES ABERTO DEVOLVE "A" (GRAVAR COMO
000130*                 ESTA). MES FECHADO DEVOLVE "R" (NAO GRAVAR) OU,
000140*                 COM O PERPARM EM DESVIO, "D" COM A DATA DO
000150*                 LANCAMENTO TROCADA PARA O DIA 1 DO PRIMEIRO MES
000160*                 ABERTO SEGUINTE. O RECUSADO, O DESVIADO E O
000170*                 LANCADO NUM MES REABERTO VAO PARA O PERLOG
000180*                 (RELATORIO DOS LANCAMENTOS APOS FECHAMENTO, NO
000190*                 PERMANT);
000200*    FUNCAO "C" - CONSULTA. A MESMA RESPOSTA PARA A DATA DO
000210*                 LANCAMENTO, SEM TROCAR A DATA E SEM PERLOG.
000220*  A SITUACAO DE CADA MES E A DO ULTIMO REGISTRO DELE NO PERIODOS;
000230*  MES SEM REGISTRO ESTA ABERTO. PERIODOS E PERPARM SAO CARREGADOS
000240*  NA PRIMEIRA CHAMADA.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15 AFG   ROTINA ORIGINAL.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODOS"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS WS-PER-FILE-STATUS.
000360     SELECT PERIOD-PARM-FILE ASSIGN TO "PERPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-PPM-FILE-STATUS.
000390     SELECT PERIOD-LOG-FILE ASSIGN TO "PERLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-PLG-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PERIOD-STATUS-FILE
000450     RECORDING MODE IS F.
000460     COPY PERIODREC.
000470 FD  PERIOD-PARM-FILE
000480     RECORDING MODE IS F.
000490     COPY PERPARMREC.
000500 FD  PERIOD-LOG-FILE
000510     RECORDING MODE IS F.
000520     COPY PERLOGREC.
000530 WORKING-STORAGE SECTION.
000540 01  WS-SWITCHES.
000550     05  WS-PER-FILE-STATUS      PIC X(02)   VALUE "00".
000560     05  WS-PPM-FILE-STATUS      PIC X(02)   VALUE "00".
000570     05  WS-PLG-FILE-STATUS      PIC X(02)   VALUE "00".
000580     05  WS-PER-LOADED-SW        PIC X(01)   VALUE "N".
000590         88  WS-PER-LOADED                   VALUE "Y".
000600     05  WS-PER-EOF-SW           PIC X(01)   VALUE "N".
000610         88  WS-PER-EOF                      VALUE "Y".
000620     05  WS-PER-FOUND-SW         PIC X(01)   VALUE "N".
000630         88  WS-PER-FOUND                    VALUE "Y".
000640     05  WS-FECHADO-SW           PIC X(01)   VALUE "N".
000650         88  WS-FECHADO                      VALUE "Y".
000660 01  WS-MODO                     PIC X(01)   VALUE "R".
000670     88  WS-MODO-DESVIO                      VALUE "D".
000680*  MESES COM REGISTRO NO PERIODOS (20 ANOS) E A SITUACAO ATUAL.
000690 01  WS-PM-COUNT                 PIC 9(03)   VALUE ZERO.
000700 01  WS-PM-TABLE.
000710     05  WS-PM-ENTRY OCCURS 240 TIMES
000720                     INDEXED BY WS-PM-IDX.
000730         10  WS-PM-MES           PIC X(06).
000740         10  WS-PM-SITUACAO      PIC X(01).
000750 01  WS-PM-POS                   PIC 9(03).
000760 01  WS-MES-WK                   PIC X(06).
000770 01  WS-MES-R REDEFINES WS-MES-WK.
000780     05  WS-MES-ANO              PIC 9(04).
000790     05  WS-MES-MM               PIC 9(02).
000800 01  WS-MES-ORIG                 PIC X(06).
000810 01  WS-DATA-NOVA                PIC X(08).
000820 01  WS-ACAO-WK                  PIC X(01).
000830 01  WS-GUARD                    PIC 9(03).
000840 LINKAGE SECTION.
000850 01  LK-FUNCAO                   PIC X(01).
000860 01  LK-PROGRAMA                 PIC X(08).
000870     COPY LEDGERREC.
000880 01  LK-SITUACAO                 PIC X(01).
000890
000900 PROCEDURE DIVISION USING LK-FUNCAO LK-PROGRAMA
000910                          LEDGER-POSTING-RECORD LK-SITUACAO.
000920
000930 0000-MAINLINE.
000940     IF NOT WS-PER-LOADED
000950         PERFORM 1000-LOAD-PERIODOS
000960     END-IF
000970     MOVE "A" TO LK-SITUACAO
000980     IF LED-POSTING-DATE NOT NUMERIC
000990         GOBACK
001000     END-IF
001010     MOVE LED-POSTING-DATE(1:6) TO WS-MES-WK
001020     MOVE WS-MES-WK TO WS-MES-ORIG
001030     PERFORM 2000-TESTA-MES
001040     IF NOT WS-FECHADO
001050*        MES REABERTO: O LANCAMENTO PASSA, MAS FICA NO PERLOG.
001060         IF WS-PER-FOUND AND LK-FUNCAO = "L"
001070             MOVE "P" TO WS-ACAO-WK
001080             MOVE LED-POSTING-DATE TO WS-DATA-NOVA
001090             PERFORM 3000-GRAVA-LOG
001100         END-IF
001110         GOBACK
001120     END-IF
001130     IF NOT WS-MODO-DESVIO
001140         MOVE "R" TO LK-SITUACAO
001150         IF LK-FUNCAO = "L"
001160             DISPLAY "PERIODO " WS-MES-ORIG " FECHADO - "
001170                     "LANCAMENTO RECUSADO: " LED-ACCOUNT " "
001180                     LED-DC " " LED-DESC
001190             MOVE "R" TO WS-ACAO-WK
001200             MOVE SPACES TO WS-DATA-NOVA
001210             PERFORM 3000-GRAVA-LOG
001220         END-IF
001230         GOBACK
001240     END-IF
001250*    DESVIO: PROCURA O PRIMEIRO MES ABERTO DEPOIS DO FECHADO.
001260     MOVE "D" TO LK-SITUACAO
001270     PERFORM 2500-PROXIMO-MES
001280         VARYING WS-GUARD FROM 1 BY 1
001290         UNTIL NOT WS-FECHADO OR WS-GUARD > 240
001300     IF LK-FUNCAO = "L"
001310         MOVE SPACES TO WS-DATA-NOVA
001320         STRING WS-MES-WK "01" DELIMITED BY SIZE INTO WS-DATA-NOVA
001330         DISPLAY "PERIODO " WS-MES-ORIG " FECHADO - LANCAMENTO "
001340                 LED-ACCOUNT " " LED-DC " DESVIADO PARA "
001350                 WS-DATA-NOVA
001360         MOVE "D" TO WS-ACAO-WK
001370         PERFORM 3000-GRAVA-LOG
001380         MOVE WS-DATA-NOVA TO LED-POSTING-DATE
001390     END-IF
001400     GOBACK.
001410
001420******************************************************************
001430*  1000-LOAD-PERIODOS
001440*  CARREGA A SITUACAO DE CADA MES (O ULTIMO REGISTRO DO MES NO
001450*  PERIODOS VALE) E O MODO DO PERPARM. SEM O PERIODOS, TODOS OS
001460*  MESES ESTAO ABERTOS; SEM O PERPARM, VALE A RECUSA.
001470******************************************************************
001480 1000-LOAD-PERIODOS.
001490     OPEN INPUT PERIOD-STATUS-FILE
001500     IF WS-PER-FILE-STATUS = "00"
001510         PERFORM 1100-READ-PERIODO THRU 1100-EXIT
001520             UNTIL WS-PER-EOF
001530         CLOSE PERIOD-STATUS-FILE
001540     END-IF
001550     OPEN INPUT PERIOD-PARM-FILE
001560     IF WS-PPM-FILE-STATUS = "00"
001570         READ PERIOD-PARM-FILE
001580             AT END
001590                 MOVE "R" TO PPM-MODO
001600         END-READ
001610         IF PPM-DESVIA
001620             MOVE "D" TO WS-MODO
001630         END-IF
001640         CLOSE PERIOD-PARM-FILE
001650     END-IF
001660     MOVE "Y" TO WS-PER-LOADED-SW.
001670
001680 1100-READ-PERIODO.
001690     READ PERIOD-STATUS-FILE
001700         AT END
001710             MOVE "Y" TO WS-PER-EOF-SW
001720             GO TO 1100-EXIT
001730     END-READ
001740     MOVE PER-MES TO WS-MES-WK
001750     PERFORM 2000-TESTA-MES
001760     IF NOT WS-PER-FOUND
001770         IF WS-PM-COUNT NOT < 240
001780             GO TO 1100-EXIT
001790         END-IF
001800         ADD 1 TO WS-PM-COUNT
001810         MOVE WS-PM-COUNT TO WS-PM-POS
001820     END-IF
001830     SET WS-PM-IDX TO WS-PM-POS
001840     MOVE PER-MES      TO WS-PM-MES(WS-PM-IDX)
001850     MOVE PER-SITUACAO TO WS-PM-SITUACAO(WS-PM-IDX).
001860 1100-EXIT.
001870     EXIT.
001880
001890******************************************************************
001900*  2000-TESTA-MES
001910*  PROCURA WS-MES-WK NA TABELA: WS-PER-FOUND SE O MES TEM
001920*  REGISTRO (WS-PM-POS APONTA PARA ELE), WS-FECHADO SE A SITUACAO
001930*  ATUAL E FECHADO.
001940******************************************************************
001950 2000-TESTA-MES.
001960     MOVE "N" TO WS-PER-FOUND-SW
001970     MOVE "N" TO WS-FECHADO-SW
001980     PERFORM 2100-MATCH-MES THRU 2100-EXIT
001990         VARYING WS-PM-IDX FROM 1 BY 1
002000         UNTIL WS-PM-IDX > WS-PM-COUNT OR WS-PER-FOUND.
002010
002020 2100-MATCH-MES.
002030     IF WS-PM-MES(WS-PM-IDX) = WS-MES-WK
002040         MOVE "Y" TO WS-PER-FOUND-SW
002050         SET WS-PM-POS TO WS-PM-IDX
002060         IF WS-PM-SITUACAO(WS-PM-IDX) = "F"
002070             MOVE "Y" TO WS-FECHADO-SW
002080         END-IF
002090     END-IF.
002100 2100-EXIT.
002110     EXIT.
002120
002130******************************************************************
002140*  2500-PROXIMO-MES
002150*  AVANCA WS-MES-WK UM MES E TESTA DE NOVO.
002160******************************************************************
002170 2500-PROXIMO-MES.
002180     ADD 1 TO WS-MES-MM
002190     IF WS-MES-MM > 12
002200         MOVE 1 TO WS-MES-MM
002210         ADD 1 TO WS-MES-ANO
002220     END-IF
002230     PERFORM 2000-TESTA-MES.
002240
002250******************************************************************
002260*  3000-GRAVA-LOG
002270*  ACRESCENTA O LANCAMENTO AO PERLOG (CRIANDO-O SE PRECISO), COM
002280*  A ACAO WS-ACAO-WK E A DATA QUE FOI AO LEDGER WS-DATA-NOVA.
002290******************************************************************
002300 3000-GRAVA-LOG.
002310     OPEN EXTEND PERIOD-LOG-FILE
002320     IF WS-PLG-FILE-STATUS = "35"
002330         OPEN OUTPUT PERIOD-LOG-FILE
002340         CLOSE PERIOD-LOG-FILE
002350         OPEN EXTEND PERIOD-LOG-FILE
002360     END-IF
002370     MOVE SPACES TO PERIOD-LOG-RECORD
002380     ACCEPT PLG-DATA FROM DATE YYYYMMDD
002390     ACCEPT PLG-HORA FROM TIME
002400     MOVE LK-PROGRAMA      TO PLG-PROGRAMA
002410     MOVE WS-ACAO-WK       TO PLG-ACAO
002420     MOVE LED-POSTING-DATE TO PLG-DATA-ORIG
002430     MOVE WS-DATA-NOVA     TO PLG-DATA-LANC
002440     MOVE LED-ACCOUNT      TO PLG-CONTA
002450     MOVE LED-DC           TO PLG-DC
002460     MOVE LED-AMOUNT       TO PLG-VALOR
002470     MOVE LED-DESC         TO PLG-DESC
002480     WRITE PERIOD-LOG-RECORD
002490     CLOSE PERIOD-LOG-FILE.
