000130*    ACAO A - TROCA A IMAGEM NOVA PELA ANTIGA NO ARQUIVO;
000140*    ACAO I - REMOVE O REGISTRO INCLUIDO;
000150*    ACAO E - DEVOLVE O REGISTRO REMOVIDO.
000151*  ARQUIVOS ATENDIDOS: ROTAMAST (ROTAMANT, HOJE PELO APROVA),
000152*  ROSTER (ALTNOTA), OPERMAST (TROCAPIN), TICKETS (REVERSOES DO
000153*  ESTORNO), ALUNMAST/MATRICUL (VIRADA DO ANO LETIVO DO ROLAGEM),
000154*  ALUNMAST/BOLSREV (DECISOES DA REVISAO DE BOLSAS) E COAMAST,
000155*  BUDGMAST E TELLMAST (PEDIDOS APROVADOS NO APROVA). CADA
000180*  RETROCESSO SAI IMPRESSO NO DESFZRPT E VAI A TRILHA DE
000190*  AUDITORIA - A TRILHA DE NOTAS MOSTRA O QUE MUDOU; ISTO AQUI
000200*  DESMUDA.
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000241*  2026-10-15 AFG   ATENDE O ALUNMAST E O MATRICUL, PARA DESFAZER
000242*                   A VIRADA DO ANO LETIVO DO ROLAGEM; A TABELA DO
000243*                   DIARIO VAI A 3000 ENTRADAS E A DO ARQUIVO ALVO
000244*                   A 5000 LINHAS - UMA VIRADA JOURNALIZA A ESCOLA
000245*                   INTEIRA NUMA SO EXECUCAO.
000246*  2026-10-15 AFG   ATENDE O BOLSREV, PARA DESFAZER AS DECISOES
000247*                   DA COMISSAO GRAVADAS PELO BOLSAREV.
000248*  2026-10-15 AFG   ATENDE O COAMAST, O BUDGMAST E O TELLMAST, QUE
000249*                   PASSAM A MUDAR PELA APROVACAO DE PEDIDOS NO
000250*                   APROVA (COM IMAGEM-ANTES NO BIMGJRNL).
000251******************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000410     SELECT TICKET-FILE ASSIGN TO "TICKETS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS WS-TKT-FILE-STATUS.
000431     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS  IS WS-ALM-FILE-STATUS.
000434     SELECT ENROLLMENT-FILE ASSIGN TO "MATRICUL"
000435         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS  IS WS-MAT-FILE-STATUS.
000437     SELECT SCHOLARSHIP-REVIEW-FILE ASSIGN TO "BOLSREV"
000438         ORGANIZATION IS LINE SEQUENTIAL
000439         FILE STATUS  IS WS-BREV-FILE-STATUS.
000440     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "COAMAST"
000441         ORGANIZATION IS LINE SEQUENTIAL
000442         FILE STATUS  IS WS-COA-FILE-STATUS.
000443     SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMAST"
000444         ORGANIZATION IS LINE SEQUENTIAL
000445         FILE STATUS  IS WS-BUDG-FILE-STATUS.
000446     SELECT TELLER-MASTER-FILE ASSIGN TO "TELLMAST"
000447         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS  IS WS-TLM-FILE-STATUS.
000449     SELECT UNDO-REPORT-FILE ASSIGN TO "DESFZRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000630 FD  TICKET-FILE
000640     RECORDING MODE IS F.
000650     COPY TICKETREC.
000651 FD  STUDENT-MASTER-FILE
000652     RECORDING MODE IS F.
000653     COPY ALUNOREC.
000654 FD  ENROLLMENT-FILE
000655     RECORDING MODE IS F.
000656     COPY MATRICREC.
000657 FD  SCHOLARSHIP-REVIEW-FILE
000658     RECORDING MODE IS F.
000659     COPY BOLSREVREC.
000660 FD  ACCOUNT-MASTER-FILE
000661     RECORDING MODE IS F.
000662     COPY COAREC.
000663 FD  BUDGET-MASTER-FILE
000664     RECORDING MODE IS F.
000665     COPY BUDGREC.
000666 FD  TELLER-MASTER-FILE
000667     RECORDING MODE IS F.
000668     COPY TELLMREC.
000669 FD  UNDO-REPORT-FILE
000670     RECORDING MODE IS F.
000680 01  REPORT-LINE                 PIC X(80).
000690 FD  AUDIT-LOG-FILE
000760     05  WS-ROSTER-FILE-STATUS   PIC X(02)   VALUE "00".
000770     05  WS-OPER-FILE-STATUS     PIC X(02)   VALUE "00".
000780     05  WS-TKT-FILE-STATUS      PIC X(02)   VALUE "00".
000783     05  WS-ALM-FILE-STATUS      PIC X(02)   VALUE "00".
000786     05  WS-MAT-FILE-STATUS      PIC X(02)   VALUE "00".
000788     05  WS-BREV-FILE-STATUS     PIC X(02)   VALUE "00".
000789     05  WS-COA-FILE-STATUS      PIC X(02)   VALUE "00".
000790     05  WS-BUDG-FILE-STATUS     PIC X(02)   VALUE "00".
000791     05  WS-TLM-FILE-STATUS      PIC X(02)   VALUE "00".
000792     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000800     05  WS-BIMG-EOF-SW          PIC X(01)   VALUE "N".
000810         88  WS-BIMG-EOF                     VALUE "Y".
000820     05  WS-ARQ-EOF-SW           PIC X(01)   VALUE "N".
000920     88  WS-AUTHORIZED                       VALUE "Y".
000930 01  WS-IN-RUN-DATE              PIC X(08).
000940 01  WS-IN-RUN-ID                PIC X(08).
000950 01  WS-SCAN                     PIC 9(04).
000960 01  WS-SCAN2                    PIC 9(04).
000970 01  WS-POS                      PIC 9(04).
000980 01  WS-DESFEITOS                PIC 9(03)   VALUE ZERO.
001030*  O RETROCESSO AS PERCORRE DE TRAS PARA FRENTE.
001040******************************************************************
001050 01  WS-JR-TABLE.
001060     05  WS-JR-ENTRY OCCURS 3000 TIMES
001070                     INDEXED BY WS-JR-IDX.
001080         10  WS-JR-FILE          PIC X(10).
001090         10  WS-JR-ACAO          PIC X(01).
001100         10  WS-JR-OLD           PIC X(130).
001110         10  WS-JR-NEW           PIC X(130).
001120 01  WS-JR-COUNT                 PIC 9(04)   VALUE ZERO.
001130 01  WS-JR-OVERFLOW-SW           PIC X(01)   VALUE "N".
001140     88  WS-JR-OVERFLOW                      VALUE "Y".
001150******************************************************************
001170*  INTEIRO DEPOIS DE CADA RETROCESSO.
001180******************************************************************
001190 01  WS-GL-TABLE.
001200     05  WS-GL-LINE OCCURS 5000 TIMES
001210                    INDEXED BY WS-GL-IDX
001220                               PIC X(130).
001230 01  WS-GL-COUNT                 PIC 9(04)   VALUE ZERO.
001420     END-IF
001430     IF WS-JR-OVERFLOW
001440         DISPLAY "EXECUCAO COM MAIS ENTRADAS QUE A TABELA"
001450                 " (3000) - RETROCESSO RECUSADO, NADA ALTERADO"
001460         MOVE 8 TO RETURN-CODE
001470         STOP RUN
001480     END-IF
002190         OR BIMG-RUN-ID NOT = WS-IN-RUN-ID
002200         GO TO 1100-EXIT
002210     END-IF
002220     IF WS-JR-COUNT >= 3000
002230         MOVE "Y" TO WS-JR-OVERFLOW-SW
002240         GO TO 1100-EXIT
002250     END-IF
003040                     UNTIL WS-ARQ-EOF
003050                 CLOSE TICKET-FILE
003060             END-IF
003061         WHEN "ALUNMAST"
003062             OPEN INPUT STUDENT-MASTER-FILE
003063             IF WS-ALM-FILE-STATUS = "00"
003064                 PERFORM 2150-READ-ALUNO THRU 2150-EXIT
003065                     UNTIL WS-ARQ-EOF
003066                 CLOSE STUDENT-MASTER-FILE
003067             END-IF
003068         WHEN "MATRICUL"
003069             OPEN INPUT ENROLLMENT-FILE
003070             IF WS-MAT-FILE-STATUS = "00"
003071                 PERFORM 2160-READ-MATRICULA THRU 2160-EXIT
003072                     UNTIL WS-ARQ-EOF
003073                 CLOSE ENROLLMENT-FILE
003074             END-IF
003075         WHEN "BOLSREV"
003076             OPEN INPUT SCHOLARSHIP-REVIEW-FILE
003077             IF WS-BREV-FILE-STATUS = "00"
003078                 PERFORM 2170-READ-REVISAO THRU 2170-EXIT
003079                     UNTIL WS-ARQ-EOF
003080                 CLOSE SCHOLARSHIP-REVIEW-FILE
003081             END-IF
003082         WHEN "COAMAST"
003083             OPEN INPUT ACCOUNT-MASTER-FILE
003084             IF WS-COA-FILE-STATUS = "00"
003085                 PERFORM 2180-READ-CONTA THRU 2180-EXIT
003086                     UNTIL WS-ARQ-EOF
003087                 CLOSE ACCOUNT-MASTER-FILE
003088             END-IF
003089         WHEN "BUDGMAST"
003090             OPEN INPUT BUDGET-MASTER-FILE
003091             IF WS-BUDG-FILE-STATUS = "00"
003092                 PERFORM 2190-READ-META THRU 2190-EXIT
003093                     UNTIL WS-ARQ-EOF
003094                 CLOSE BUDGET-MASTER-FILE
003095             END-IF
003096         WHEN "TELLMAST"
003097             OPEN INPUT TELLER-MASTER-FILE
003098             IF WS-TLM-FILE-STATUS = "00"
003099                 PERFORM 2195-READ-CAIXA THRU 2195-EXIT
003100                     UNTIL WS-ARQ-EOF
003101                 CLOSE TELLER-MASTER-FILE
003102             END-IF
003103         WHEN OTHER
003104             CONTINUE
003105     END-EVALUATE.
003106 2100-EXIT.
003110     EXIT.
003120
003130 2110-READ-ROTA.
003160             MOVE "Y" TO WS-ARQ-EOF-SW
003170             GO TO 2110-EXIT
003180     END-READ
003190     IF WS-GL-COUNT < 5000
003200         ADD 1 TO WS-GL-COUNT
003210         SET WS-GL-IDX TO WS-GL-COUNT
003220         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003310             MOVE "Y" TO WS-ARQ-EOF-SW
003320             GO TO 2120-EXIT
003330     END-READ
003340     IF WS-GL-COUNT < 5000
003350         ADD 1 TO WS-GL-COUNT
003360         SET WS-GL-IDX TO WS-GL-COUNT
003370         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003460             MOVE "Y" TO WS-ARQ-EOF-SW
003470             GO TO 2130-EXIT
003480     END-READ
003490     IF WS-GL-COUNT < 5000
003500         ADD 1 TO WS-GL-COUNT
003510         SET WS-GL-IDX TO WS-GL-COUNT
003520         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003610             MOVE "Y" TO WS-ARQ-EOF-SW
003620             GO TO 2140-EXIT
003630     END-READ
003640     IF WS-GL-COUNT < 5000
003650         ADD 1 TO WS-GL-COUNT
003660         SET WS-GL-IDX TO WS-GL-COUNT
003670         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003690     END-IF.
003700 2140-EXIT.
003710     EXIT.
003711
003712 2150-READ-ALUNO.
003713     READ STUDENT-MASTER-FILE
003714         AT END
003715             MOVE "Y" TO WS-ARQ-EOF-SW
003716             GO TO 2150-EXIT
003717     END-READ
003718     IF WS-GL-COUNT < 5000
003719         ADD 1 TO WS-GL-COUNT
003720         SET WS-GL-IDX TO WS-GL-COUNT
003721         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003722         MOVE STUDENT-MASTER-RECORD TO WS-GL-LINE(WS-GL-IDX)
003723     END-IF.
003724 2150-EXIT.
003725     EXIT.
003726
003727 2160-READ-MATRICULA.
003728     READ ENROLLMENT-FILE
003729         AT END
003730             MOVE "Y" TO WS-ARQ-EOF-SW
003731             GO TO 2160-EXIT
003732     END-READ
003733     IF WS-GL-COUNT < 5000
003734         ADD 1 TO WS-GL-COUNT
003735         SET WS-GL-IDX TO WS-GL-COUNT
003736         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003737         MOVE ENROLLMENT-RECORD TO WS-GL-LINE(WS-GL-IDX)
003738     END-IF.
003739 2160-EXIT.
003740     EXIT.
003741
003742 2170-READ-REVISAO.
003743     READ SCHOLARSHIP-REVIEW-FILE
003744         AT END
003745             MOVE "Y" TO WS-ARQ-EOF-SW
003746             GO TO 2170-EXIT
003747     END-READ
003748     IF WS-GL-COUNT < 5000
003749         ADD 1 TO WS-GL-COUNT
003750         SET WS-GL-IDX TO WS-GL-COUNT
003751         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003752         MOVE SCHOLARSHIP-REVIEW-RECORD TO WS-GL-LINE(WS-GL-IDX)
003753     END-IF.
003754 2170-EXIT.
003755     EXIT.
003756
003757 2180-READ-CONTA.
003758     READ ACCOUNT-MASTER-FILE
003759         AT END
003760             MOVE "Y" TO WS-ARQ-EOF-SW
003761             GO TO 2180-EXIT
003762     END-READ
003763     IF WS-GL-COUNT < 5000
003764         ADD 1 TO WS-GL-COUNT
003765         SET WS-GL-IDX TO WS-GL-COUNT
003766         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003767         MOVE ACCOUNT-MASTER-RECORD TO WS-GL-LINE(WS-GL-IDX)
003768     END-IF.
003769 2180-EXIT.
003770     EXIT.
003771
003772 2190-READ-META.
003773     READ BUDGET-MASTER-FILE
003774         AT END
003775             MOVE "Y" TO WS-ARQ-EOF-SW
003776             GO TO 2190-EXIT
003777     END-READ
003778     IF WS-GL-COUNT < 5000
003779         ADD 1 TO WS-GL-COUNT
003780         SET WS-GL-IDX TO WS-GL-COUNT
003781         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003782         MOVE BUDGET-MASTER-RECORD TO WS-GL-LINE(WS-GL-IDX)
003783     END-IF.
003784 2190-EXIT.
003785     EXIT.
003786
003787 2195-READ-CAIXA.
003788     READ TELLER-MASTER-FILE
003789         AT END
003790             MOVE "Y" TO WS-ARQ-EOF-SW
003791             GO TO 2195-EXIT
003792     END-READ
003793     IF WS-GL-COUNT < 5000
003794         ADD 1 TO WS-GL-COUNT
003795         SET WS-GL-IDX TO WS-GL-COUNT
003796         MOVE SPACES TO WS-GL-LINE(WS-GL-IDX)
003797         MOVE TELLER-MASTER-RECORD TO WS-GL-LINE(WS-GL-IDX)
003798     END-IF.
003799 2195-EXIT.
003800     EXIT.
003801
003802******************************************************************
003803*  2300-UNDO-ALTERACAO
003804*  TROCA A IMAGEM NOVA PELA ANTIGA NO ARQUIVO ALVO.
003805******************************************************************
003806 2300-UNDO-ALTERACAO.
003807     PERFORM 2700-FIND-NEW-IMAGE THRU 2700-EXIT
003808     IF WS-POS = ZERO
003809         PERFORM 2800-REPORT-NAO-ACHADO
003810         GO TO 2300-EXIT
003820     END-IF
003830     SET WS-GL-IDX TO WS-POS
004180*  DEVOLVE O REGISTRO REMOVIDO AO FIM DO ARQUIVO.
004190******************************************************************
004200 2500-UNDO-EXCLUSAO.
004210     IF WS-GL-COUNT >= 5000
004220         PERFORM 2800-REPORT-NAO-ACHADO
004230         GO TO 2500-EXIT
004240     END-IF
004990                 VARYING WS-SCAN2 FROM 1 BY 1
005000                 UNTIL WS-SCAN2 > WS-GL-COUNT
005010             CLOSE TICKET-FILE
005011         WHEN "ALUNMAST"
005012             OPEN OUTPUT STUDENT-MASTER-FILE
005013             PERFORM 2650-WRITE-ALUNO THRU 2650-EXIT
005014                 VARYING WS-SCAN2 FROM 1 BY 1
005015                 UNTIL WS-SCAN2 > WS-GL-COUNT
005016             CLOSE STUDENT-MASTER-FILE
005017         WHEN "MATRICUL"
005018             OPEN OUTPUT ENROLLMENT-FILE
005019             PERFORM 2660-WRITE-MATRICULA THRU 2660-EXIT
005020                 VARYING WS-SCAN2 FROM 1 BY 1
005021                 UNTIL WS-SCAN2 > WS-GL-COUNT
005022             CLOSE ENROLLMENT-FILE
005023         WHEN "BOLSREV"
005024             OPEN OUTPUT SCHOLARSHIP-REVIEW-FILE
005025             PERFORM 2670-WRITE-REVISAO THRU 2670-EXIT
005026                 VARYING WS-SCAN2 FROM 1 BY 1
005027                 UNTIL WS-SCAN2 > WS-GL-COUNT
005028             CLOSE SCHOLARSHIP-REVIEW-FILE
005029         WHEN "COAMAST"
005030             OPEN OUTPUT ACCOUNT-MASTER-FILE
005031             PERFORM 2680-WRITE-CONTA THRU 2680-EXIT
005032                 VARYING WS-SCAN2 FROM 1 BY 1
005033                 UNTIL WS-SCAN2 > WS-GL-COUNT
005034             CLOSE ACCOUNT-MASTER-FILE
005035         WHEN "BUDGMAST"
005036             OPEN OUTPUT BUDGET-MASTER-FILE
005037             PERFORM 2690-WRITE-META THRU 2690-EXIT
005038                 VARYING WS-SCAN2 FROM 1 BY 1
005039                 UNTIL WS-SCAN2 > WS-GL-COUNT
005040             CLOSE BUDGET-MASTER-FILE
005041         WHEN "TELLMAST"
005042             OPEN OUTPUT TELLER-MASTER-FILE
005043             PERFORM 2695-WRITE-CAIXA THRU 2695-EXIT
005044                 VARYING WS-SCAN2 FROM 1 BY 1
005045                 UNTIL WS-SCAN2 > WS-GL-COUNT
005046             CLOSE TELLER-MASTER-FILE
005047         WHEN OTHER
005048             CONTINUE
005049     END-EVALUATE.
005050 2600-EXIT.
005060     EXIT.
005070
005320     WRITE TICKET-RECORD.
005330 2640-EXIT.
005340     EXIT.
005341
005342 2650-WRITE-ALUNO.
005343     SET WS-GL-IDX TO WS-SCAN2
005344     MOVE WS-GL-LINE(WS-GL-IDX) TO STUDENT-MASTER-RECORD
005345     WRITE STUDENT-MASTER-RECORD.
005346 2650-EXIT.
005347     EXIT.
005348
005349 2660-WRITE-MATRICULA.
005350     SET WS-GL-IDX TO WS-SCAN2
005351     MOVE WS-GL-LINE(WS-GL-IDX) TO ENROLLMENT-RECORD
005352     WRITE ENROLLMENT-RECORD.
005353 2660-EXIT.
005354     EXIT.
005355
005356 2670-WRITE-REVISAO.
005357     SET WS-GL-IDX TO WS-SCAN2
005358     MOVE WS-GL-LINE(WS-GL-IDX) TO SCHOLARSHIP-REVIEW-RECORD
005359     WRITE SCHOLARSHIP-REVIEW-RECORD.
005360 2670-EXIT.
005361     EXIT.
005362
005363 2680-WRITE-CONTA.
005364     SET WS-GL-IDX TO WS-SCAN2
005365     MOVE WS-GL-LINE(WS-GL-IDX) TO ACCOUNT-MASTER-RECORD
005366     WRITE ACCOUNT-MASTER-RECORD.
005367 2680-EXIT.
005368     EXIT.
005369
005370 2690-WRITE-META.
005371     SET WS-GL-IDX TO WS-SCAN2
005372     MOVE WS-GL-LINE(WS-GL-IDX) TO BUDGET-MASTER-RECORD
005373     WRITE BUDGET-MASTER-RECORD.
005374 2690-EXIT.
005375     EXIT.
005376
005377 2695-WRITE-CAIXA.
005378     SET WS-GL-IDX TO WS-SCAN2
005379     MOVE WS-GL-LINE(WS-GL-IDX) TO TELLER-MASTER-RECORD
005380     WRITE TELLER-MASTER-RECORD.
005381 2695-EXIT.
005382     EXIT.
005383
005384******************************************************************
005385*  4000-FINALIZE
005386*  GRAVA O RESUMO NO RELATORIO E NA TRILHA E FECHA OS ARQUIVOS.
005390******************************************************************
005400 4000-FINALIZE.
005410     MOVE SPACES TO REPORT-LINE
