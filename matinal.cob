000360*                   (DRILLVER, GRAVADO PELO ENSAIO) ENTRA NO
000370*                   RELATORIO - FALHA DE RESTAURACAO DERRUBA O
000380*                   VEREDITO.
000381*  2026-10-15 AFG   SECAO NOVA COM AS ALTERACOES DE CADASTRO
000382*                   AGUARDANDO APROVACAO NO PENDALT (QUEM
000383*                   SUBMETEU, QUANDO E ATE QUANDO VALE; VENCIDA
000384*                   SAI APONTADA). SO INFORMATIVA - NAO MEXE NO
000385*                   VEREDITO.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000580     SELECT CHAIN-ANCHOR-FILE ASSIGN TO "AUDCHAIN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS  IS WS-ANCHOR-FILE-STATUS.
000601     SELECT PEND-CHANGE-FILE ASSIGN TO "PENDALT"
000602         ORGANIZATION IS LINE SEQUENTIAL
000603         FILE STATUS  IS WS-PALT-FILE-STATUS.
000610     SELECT HEALTH-REPORT-FILE ASSIGN TO "MATINRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630 DATA DIVISION.
000800 FD  CHAIN-ANCHOR-FILE
000810     RECORDING MODE IS F.
000820     COPY AUDCHAINREC.
000821 FD  PEND-CHANGE-FILE
000822     RECORDING MODE IS F.
000823     COPY PENDALTREC.
000830 FD  HEALTH-REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  REPORT-LINE                 PIC X(80).
001170         88  WS-CHAIN-BREAK                  VALUE "Y".
001180     05  WS-CHAIN-TRUNC-SW       PIC X(01)   VALUE "N".
001190         88  WS-CHAIN-TRUNC                  VALUE "Y".
001191     05  WS-PALT-FILE-STATUS     PIC X(02)   VALUE "00".
001192     05  WS-PALT-EOF-SW          PIC X(01)   VALUE "N".
001193         88  WS-PALT-EOF                     VALUE "Y".
001200 01  WS-MSG-CODE-WK              PIC X(08).
001210 01  WS-MSG-TEXT-WK              PIC X(60).
001220 01  WS-OPERATOR-ID              PIC X(08).
001400 01  WS-DRV-FALHAS-WK            PIC 9(03)   VALUE ZERO.
001410 01  WS-IVR-GRAVES-WK            PIC 9(04)   VALUE ZERO.
001420 01  WS-IVR-AVISOS-WK            PIC 9(04)   VALUE ZERO.
001421 01  WS-PEND-COUNT               PIC 9(04)   VALUE ZERO.
001430 01  WS-REC-NUM                  PIC 9(06)   VALUE ZERO.
001440 01  WS-CHAIN-PREV-SEQ           PIC 9(06)   VALUE ZERO.
001450 01  WS-CHAIN-PREV-CHECK         PIC 9(06)   VALUE ZERO.
004190     PERFORM 3500-REPORT-CHAIN THRU 3500-EXIT
004200     PERFORM 3700-REPORT-INTEGRIDADE THRU 3700-EXIT
004210     PERFORM 3800-REPORT-ENSAIO THRU 3800-EXIT
004211     PERFORM 3900-REPORT-PENDENCIAS THRU 3900-EXIT
004220     MOVE SPACES TO REPORT-LINE
004230     WRITE REPORT-LINE
004240     IF WS-REJ-TOTAL = ZERO AND WS-ERR-TOTAL = ZERO
006060     WRITE REPORT-LINE.
006070  3800-EXIT.
006080     EXIT.
006081
006082******************************************************************
006083*  3900-REPORT-PENDENCIAS
006084*  LISTA AS ALTERACOES DE CADASTRO AINDA PENDENTES NO PENDALT,
006085*  COM QUEM SUBMETEU E A VALIDADE - A VENCIDA (O APROVA AINDA NAO
006086*  RODOU PARA BAIXA-LA) SAI APONTADA. NAO MEXE NO VEREDITO.
006087******************************************************************
006088 3900-REPORT-PENDENCIAS.
006089     MOVE "ALTERACOES AGUARDANDO APROVACAO (APROVA):"
006090         TO REPORT-LINE
006091     WRITE REPORT-LINE
006092     MOVE ZERO TO WS-PEND-COUNT
006093     OPEN INPUT PEND-CHANGE-FILE
006094     IF WS-PALT-FILE-STATUS = "00"
006095         PERFORM 3950-ONE-PENDENCIA THRU 3950-EXIT
006096             UNTIL WS-PALT-EOF
006097         CLOSE PEND-CHANGE-FILE
006098     END-IF
006099     IF WS-PEND-COUNT = ZERO
006100         MOVE "  NENHUMA" TO REPORT-LINE
006101         WRITE REPORT-LINE
006102     END-IF.
006103 3900-EXIT.
006104     EXIT.
006105
006106 3950-ONE-PENDENCIA.
006107     READ PEND-CHANGE-FILE
006108         AT END
006109             MOVE "Y" TO WS-PALT-EOF-SW
006110             GO TO 3950-EXIT
006111     END-READ
006112     IF NOT PALT-PENDENTE
006113         GO TO 3950-EXIT
006114     END-IF
006115     ADD 1 TO WS-PEND-COUNT
006116     MOVE SPACES TO REPORT-LINE
006117     STRING "  " PALT-NUMERO " " PALT-ARQUIVO " " PALT-ACAO
006118            " " PALT-CHAVE(1:12) " " PALT-RESUMO(1:34)
006119         DELIMITED BY SIZE INTO REPORT-LINE
006120     WRITE REPORT-LINE
006121     MOVE SPACES TO REPORT-LINE
006122     IF PALT-EXPIRA < WS-DIA
006123         STRING "         POR " PALT-SOLICITANTE
006124                " EM " PALT-DATA
006125                " VALIDO ATE " PALT-EXPIRA " - VENCIDO"
006126             DELIMITED BY SIZE INTO REPORT-LINE
006127     ELSE
006128         STRING "         POR " PALT-SOLICITANTE
006129                " EM " PALT-DATA
006130                " VALIDO ATE " PALT-EXPIRA
006131             DELIMITED BY SIZE INTO REPORT-LINE
006132     END-IF
006133     WRITE REPORT-LINE.
006134 3950-EXIT.
006135     EXIT.
006136 
006137******************************************************************
006138*  8000-READ-AUDIT
006139*  LE O PROXIMO REGISTRO DA TRILHA DE AUDITORIA.
006140******************************************************************
006141 8000-READ-AUDIT.
006150     READ AUDIT-LOG-FILE
006160         AT END
006170             MOVE "Y" TO WS-AUDIT-EOF-SW
