000193*                   ALUNMAST (ROTINA COMPARTILHADA ALUNINFO);
000194*                   ALUNO FORA DO CADASTRO CAI NA SECAO "??????"
000195*                   EM VEZ DE SAIR SO COM O ID SECO.
000196*  2026-10-15 AFG   CADA PERIODO DA DISCIPLINA SAI COM O NOME DO
000197*                   PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA NAQUELE
000198*                   PERIODO (ATRIBUI, ROTINA PROFINFO).
000200******************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000903 01  WS-CUR-TURMA                PIC X(06).
000904 01  WS-ALUNO-OK-SW              PIC X(01)   VALUE "N".
000905     88  WS-ALUNO-OK                         VALUE "Y".
000906*  PROFESSOR DA TURMA/DISCIPLINA NO PERIODO, PELO PROFINFO.
000907 01  WS-PROF-FUNC                PIC X(01)   VALUE "N".
000908 01  WS-PROF-ID                  PIC X(08).
000909 01  WS-PROF-NOME                PIC X(30).
000910 01  WS-PROF-RESULT-SW           PIC X(01)   VALUE "N".
000911     88  WS-PROF-ACHADO                      VALUE "Y".
000912
000913 PROCEDURE DIVISION.
000920
000930 0000-MAINLINE.
000940     PERFORM 0010-SIGN-ON THRU 0010-EXIT
002396     END-IF.
002397 2280-EXIT.
002398     EXIT.
002399
002400******************************************************************
002401*  3000-WRITE-TRANSCRIPTS
002410*  IMPRIME O HISTORICO DE CADA ALUNO: POR DISCIPLINA, AS MPS DOS
002420*  PERIODOS, A MEDIA FINAL DO ANO E A SITUACAO FINAL.
002430******************************************************************
003180     MOVE "Y" TO WS-H-LISTED-SW(WS-H-IDX)
003190     ADD WS-H-MP(WS-H-IDX) TO WS-DISC-SUM
003200     ADD 1 TO WS-DISC-CT
003201     CALL "PROFINFO" USING WS-PROF-FUNC WS-PROF-ID
003202                           WS-AL-TURMA(WS-AL-IDX) WS-CUR-DISC
003203                           WS-H-PER(WS-H-IDX) WS-PROF-NOME
003204                           WS-PROF-RESULT-SW
003205     IF NOT WS-PROF-ACHADO
003206         MOVE "(SEM ATRIBUICAO)" TO WS-PROF-NOME
003207     END-IF
003210     MOVE SPACES TO REPORT-LINE
003220     STRING "    " WS-H-PER(WS-H-IDX)
003230            " MP " WS-H-MP(WS-H-IDX)
003235            "  PROFESSOR " WS-PROF-NOME
003240         DELIMITED BY SIZE INTO REPORT-LINE
003250     WRITE REPORT-LINE.
003260 3300-EXIT.
