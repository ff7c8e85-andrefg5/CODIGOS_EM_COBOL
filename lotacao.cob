000100*  IDENTIFICA CADA PARTIDA E O ACERTO FECHA O DINHEIRO DELA, MAS
000110*  NADA SABIA QUE O ONIBUS SO TEM 44 LUGARES - A MULTA DO FISCAL
000120*  ERA A PRIMEIRA NOTICIA. ESTE PROGRAMA CONTA OS EMBARQUES DO
000121*  DIA POR PARTIDA NO RESUMO DIARIO DAS PASSAGENS (TICKSUM,
000122*  MONTADO PELO SUMARIO - ESTORNOS JA ABATIDOS),
000140*  RESOLVE O VEICULO DA PARTIDA PELO TRIPVEIC E A CAPACIDADE
000150*  (ASSENTOS + EM PE) PELO VEICMAST, E IMPRIME (LOTACRPT) AS
000160*  PARTIDAS COM A OCUPACAO, MARCANDO AS SUPERLOTADAS E AS SEM
000230*                   CONTAR O TAMANHO DO GRUPO NOS EMBARQUES DA
000240*                   PARTIDA - A SOBRELOTACAO DE UMA EXCURSAO
000250*                   APARECE NO RELATORIO EM VEZ DE CONTAR UM.
000251*  2026-10-15 AFG   EMBARQUES PELAS LINHAS POR PARTIDA DO RESUMO
000252*                   DIARIO (TICKSUM) EM VEZ DE VARRER O TICKETS
000253*                   INTEIRO; DIA AINDA NAO RESUMIDO SAI COM AVISO.
000254*                   PARTIDA JA NA TABELA SOMAVA NA PARTIDA
000255*                   SEGUINTE - CORRIGIDO.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TICKET-SUMMARY-FILE ASSIGN TO "TICKSUM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS  IS WS-TSM-FILE-STATUS.
000330     SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEICMAST"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS WS-VEIC-FILE-STATUS.
000430         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  TICKET-SUMMARY-FILE
000470     RECORDING MODE IS F.
000480     COPY TSUMREC.
000490 FD  VEHICLE-MASTER-FILE
000500     RECORDING MODE IS F.
000510     COPY VEICREC.
000600     COPY AUDITREC.
000610 WORKING-STORAGE SECTION.
000620 01  WS-SWITCHES.
000630     05  WS-TSM-FILE-STATUS      PIC X(02)   VALUE "00".
000640     05  WS-VEIC-FILE-STATUS     PIC X(02)   VALUE "00".
000650     05  WS-TRV-FILE-STATUS      PIC X(02)   VALUE "00".
000660     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000661     05  WS-TSM-EOF-SW           PIC X(01)   VALUE "N".
000662         88  WS-TSM-EOF                      VALUE "Y".
000663     05  WS-RESUMO-SW            PIC X(01)   VALUE "N".
000664         88  WS-DIA-RESUMIDO                 VALUE "Y".
000690     05  WS-VEIC-EOF-SW          PIC X(01)   VALUE "N".
000700         88  WS-VEIC-EOF                     VALUE "Y".
000710     05  WS-TRV-EOF-SW           PIC X(01)   VALUE "N".
000990         10  WS-TP-TRIP          PIC X(12).
001000         10  WS-TP-EMBARQUES     PIC S9(05).
001010 01  WS-TP-COUNT                 PIC 9(03)   VALUE ZERO.
001030 01  WS-TP-DROPPED               PIC 9(03)   VALUE ZERO.
001040
001050******************************************************************
001320         STOP RUN
001330     END-IF
001340     PERFORM 1000-INITIALIZE
001350     PERFORM 2000-TALLY-RESUMO THRU 2000-EXIT
001360         UNTIL WS-TSM-EOF
001370     PERFORM 3000-PRINT-LOTACAO
001380     PERFORM 4000-FINALIZE
001390     STOP RUN.
001820     END-IF
001830     PERFORM 1100-LOAD-VEICULOS
001840     PERFORM 1200-LOAD-ATRIBUICOES
001850     OPEN INPUT TICKET-SUMMARY-FILE
001860     IF WS-TSM-FILE-STATUS = "35"
001870         MOVE "Y" TO WS-TSM-EOF-SW
001880     END-IF
001890     OPEN OUTPUT OVERLOAD-REPORT-FILE
001900     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001960            " " DELIMITED BY SIZE
001970            RUN-STAMP-ID DELIMITED BY SIZE
001980         INTO WS-RUN-STAMP-DISP
001990     IF NOT WS-TSM-EOF
002000         PERFORM 8000-READ-TSM
002010     END-IF.
002020
002030******************************************************************
002700     EXIT.
002710
002720******************************************************************
002721*  2000-TALLY-RESUMO
002722*  SOMA OS EMBARQUES DO DIA NA PARTIDA PELAS LINHAS V DO RESUMO -
002723*  O SUMARIO JA ABATEU O ESTORNO E PESOU A PASSAGEM DE GRUPO
002724*  (FRETAMENTO) PELO TAMANHO DO GRUPO. PASSAGEM SEM PARTIDA NAO
002725*  TEM LINHA V. A LINHA D SO CONFIRMA QUE O DIA FOI RESUMIDO.
002760******************************************************************
002761 2000-TALLY-RESUMO.
002762     IF TSM-DIA NOT = WS-DIA
002763         GO TO 2000-NEXT
002764     END-IF
002765     IF TSM-TOTAL-DIA
002766         MOVE "Y" TO WS-RESUMO-SW
002767     END-IF
002768     IF NOT TSM-POR-PARTIDA
002800         GO TO 2000-NEXT
002810     END-IF
002820     MOVE "N" TO WS-FOUND-SW
002830     PERFORM 2100-MATCH-TRIP THRU 2100-EXIT
002840         VARYING WS-TP-IDX FROM 1 BY 1
002850         UNTIL WS-TP-IDX > WS-TP-COUNT OR WS-FOUND
002851     IF WS-FOUND
002852         SET WS-TP-IDX DOWN BY 1
002853     ELSE
002870         IF WS-TP-COUNT < 200
002880             ADD 1 TO WS-TP-COUNT
002890             SET WS-TP-IDX TO WS-TP-COUNT
002900             MOVE TSM-CHAVE TO WS-TP-TRIP(WS-TP-IDX)
002910             MOVE ZERO TO WS-TP-EMBARQUES(WS-TP-IDX)
002920         ELSE
002930             ADD TSM-REGISTROS TO WS-TP-DROPPED
002940             GO TO 2000-NEXT
002950         END-IF
002960     END-IF
002961     ADD TSM-EMBARQUES TO WS-TP-EMBARQUES(WS-TP-IDX).
003120 2000-NEXT.
003130     PERFORM 8000-READ-TSM.
003140 2000-EXIT.
003150     EXIT.
003160
003170 2100-MATCH-TRIP.
003180     IF WS-TP-TRIP(WS-TP-IDX) = TSM-CHAVE
003190         MOVE "Y" TO WS-FOUND-SW
003200     END-IF.
003210 2100-EXIT.
003350     WRITE REPORT-LINE
003360     MOVE SPACES TO REPORT-LINE
003370     WRITE REPORT-LINE
003371     IF NOT WS-DIA-RESUMIDO
003372         MOVE SPACES TO REPORT-LINE
003373         STRING "*** AVISO: DIA SEM RESUMO NO TICKSUM - O SUMARIO"
003374                " AINDA NAO RODOU PARA ESTE DIA"
003375             DELIMITED BY SIZE INTO REPORT-LINE
003376         WRITE REPORT-LINE
003377     END-IF
003380     PERFORM 3100-PRINT-ONE-TRIP THRU 3100-EXIT
003390         VARYING WS-SCAN FROM 1 BY 1
003400         UNTIL WS-SCAN > WS-TP-COUNT
004200******************************************************************
004210 4000-FINALIZE.
004220     PERFORM 7000-WRITE-AUDIT
004230     IF WS-TSM-FILE-STATUS NOT = "35"
004240         CLOSE TICKET-SUMMARY-FILE
004250     END-IF
004260     CLOSE OVERLOAD-REPORT-FILE
004270     CLOSE AUDIT-LOG-FILE
004450     CALL "AUDITWR" USING AUDIT-RECORD.
004460
004470******************************************************************
004480*  8000-READ-TSM
004490*  LE A PROXIMA LINHA DO RESUMO DIARIO.
004500******************************************************************
004510 8000-READ-TSM.
004520     READ TICKET-SUMMARY-FILE
004530         AT END
004540             MOVE "Y" TO WS-TSM-EOF-SW
004550     END-READ.
