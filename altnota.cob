000287*                   (PARMVIG): VERSAO PENDENTE E IGNORADA E,
000288*                   HAVENDO DUAS DA MESMA DISCIPLINA, FICA A DE
000289*                   MAIOR VIGENCIA QUE NAO PASSA DE HOJE.
000290*  2026-10-15 AFG   ALEM DE CONSTAR NO GRADEAUTH, O PROFESSOR SO
000291*                   ALTERA NOTA DE TURMA/DISCIPLINA ATRIBUIDA A
000292*                   ELE NO PERIODO CORRENTE (ATRIBUI, PELO
000293*                   PROFMANT; ROTINA PROFINFO), COM A TURMA DO
000294*                   ALUNO PELO ALUNINFO. A COORDENACAO LIBERA
000295*                   QUALQUER UMA, E A LIBERACAO FICA NA AUDITORIA.
000296******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000920 01  WS-NOTA-ANTIGA              PIC 99V99.
000921     COPY RUNSTAMP.
000922 01  WS-WT-VIG-WK                PIC X(08).
000923 01  WS-HOJE-VIG                 PIC X(08).
000924 01  WS-WT-POS                   PIC 9(03).
000925 01  WS-WT-SCAN2                 PIC 9(03).
000926******************************************************************
000927*  ESPELHO DA LINHA DO ROSTER PARA MONTAR AS IMAGENS DO DIARIO
000928*  DE IMAGEM-ANTES SEM PASSAR PELO BUFFER DO ARQUIVO.
000929******************************************************************
000930 01  WS-ROSTER-IMAGE.
000931     05  WS-RIM-ALUNO            PIC X(08).
000932     05  WS-RIM-NOTA OCCURS 4 TIMES PIC 99V99.
000933     05  WS-RIM-DISC             PIC X(08).
000934     05  FILLER                  PIC X(08).
000935*  TURMA DO ALUNO (ALUNINFO) E ATRIBUICAO DO OPERADOR (PROFINFO)
000936*  CONFERIDAS ANTES DE CADA ALTERACAO.
000937 01  WS-ALUNO-NOME               PIC X(30).
000938 01  WS-ALUNO-TURMA              PIC X(06).
000939 01  WS-ALUNO-OK-SW              PIC X(01)   VALUE "N".
000940     88  WS-ALUNO-OK                         VALUE "Y".
000941 01  WS-PROF-FUNC                PIC X(01)   VALUE "A".
000942 01  WS-PROF-PERIODO             PIC X(02)   VALUE SPACES.
000943 01  WS-PROF-NOME                PIC X(30).
000944 01  WS-PROF-RESULT-SW           PIC X(01)   VALUE "N".
000945     88  WS-PROF-ATRIBUIDO                   VALUE "Y".
000946     88  WS-PROF-COORDENACAO                 VALUE "C".
000947     88  WS-PROF-RECUSADO                    VALUE "N".
000948 01  WS-NOTA-VALID-SW            PIC X(01)   VALUE "N".
000949     88  WS-NOTA-VALID                       VALUE "Y".
000950 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
000960 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000970 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
003058         MOVE "00000000" TO WS-WT-VIG-WK
003059     END-IF
003060     IF WS-WT-VIG-WK > WS-HOJE-VIG
003061         GO TO 0550-EXIT
003062     END-IF
003063     MOVE ZERO TO WS-WT-POS
003064     PERFORM 0555-MATCH-WT-VERSION THRU 0555-EXIT
003065         VARYING WS-WT-SCAN2 FROM 1 BY 1
003066         UNTIL WS-WT-SCAN2 > WS-WT-COUNT
003067             OR WS-WT-POS > ZERO
003068     IF WS-WT-POS > ZERO
003069         SET WS-WT-IDX TO WS-WT-POS
003070         IF WS-WT-VIG-WK > WS-WT-VIG(WS-WT-IDX)
003071             MOVE WEIGHT-PESO-N1 TO WS-WT-P1(WS-WT-IDX)
003072             MOVE WEIGHT-PESO-N2 TO WS-WT-P2(WS-WT-IDX)
003073             MOVE WEIGHT-PESO-N3 TO WS-WT-P3(WS-WT-IDX)
003074             MOVE WEIGHT-PESO-N4 TO WS-WT-P4(WS-WT-IDX)
003075             MOVE WEIGHT-DIVISOR TO WS-WT-DIV(WS-WT-IDX)
003076             MOVE WS-WT-VIG-WK   TO WS-WT-VIG(WS-WT-IDX)
003077         END-IF
003078         GO TO 0550-EXIT
003079     END-IF
003080     IF WS-WT-COUNT < 20
003081         ADD 1 TO WS-WT-COUNT
003082         SET WS-WT-IDX TO WS-WT-COUNT
003090         MOVE WEIGHT-SUBJECT-CODE TO WS-WT-CODE(WS-WT-IDX)
003100         MOVE WEIGHT-PESO-N1      TO WS-WT-P1(WS-WT-IDX)
003110         MOVE WEIGHT-PESO-N2      TO WS-WT-P2(WS-WT-IDX)
003680         GO TO 2100-EXIT
003690     END-IF
003700     MOVE "Y" TO WS-FOUND-SW
003701     PERFORM 2150-CHECK-ATRIBUICAO
003702     IF WS-PROF-RECUSADO
003703         DISPLAY "TURMA " WS-ALUNO-TURMA " / " WS-IN-DISC
003704                 " NAO ATRIBUIDA AO OPERADOR - ALTERACAO RECUSADA"
003705         GO TO 2100-EXIT
003706     END-IF
003710     MOVE WS-RO-NOTA(WS-RO-IDX WS-CAMPO-SUB) TO WS-NOTA-ANTIGA
003720*    A AUDITORIA (VALOR ANTIGO, NOVO, OPERADOR E HORARIO) E
003730*    GRAVADA ANTES DE A NOTA MUDAR NA TABELA.
003780     DISPLAY "ALTERACAO APLICADA".
003790 2100-EXIT.
003800     EXIT.
003801
003802******************************************************************
003803*  2150-CHECK-ATRIBUICAO
003804*  RESOLVE A TURMA DO ALUNO E CONFERE SE A TURMA/DISCIPLINA ESTA
003805*  ATRIBUIDA AO OPERADOR NO PERIODO CORRENTE (PERIODO EM BRANCO
003806*  NA CHAMADA); A COORDENACAO PASSA MESMO SEM ATRIBUICAO.
003807******************************************************************
003808 2150-CHECK-ATRIBUICAO.
003809     MOVE "N" TO WS-ALUNO-OK-SW
003810     CALL "ALUNINFO" USING WS-IN-ALUNO WS-ALUNO-NOME
003811                           WS-ALUNO-TURMA WS-ALUNO-OK-SW
003812     CALL "PROFINFO" USING WS-PROF-FUNC WS-OPERATOR-ID
003813                           WS-ALUNO-TURMA WS-IN-DISC
003814                           WS-PROF-PERIODO WS-PROF-NOME
003815                           WS-PROF-RESULT-SW.
003816
003820******************************************************************
003830*  2200-SHOW-NEW-MP
003840*  RECALCULA E EXIBE A MP DO ALUNO/DISCIPLINA COM A NOTA NOVA,
004980            " DE " WS-NOTA-ANTIGA
004990            " PARA " WS-NOTA-NOVA
005000         DELIMITED BY SIZE INTO AUDIT-DETAIL
005002*    ALTERACAO FORA DAS ATRIBUICOES, LIBERADA PELA COORDENACAO.
005004     IF WS-PROF-COORDENACAO
005006         MOVE "LIB.COORD" TO AUDIT-DETAIL(40:9)
005008     END-IF
005010     CALL "AUDITWR" USING AUDIT-RECORD.
005020
005030******************************************************************
