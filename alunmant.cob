000110*  TURMA, ANO), MARCAR TRANSFERENCIA (SITUACAO "T", SEM APAGAR O
000120*  HISTORICO) E LISTAR O CADASTRO. OS RELATORIOS DA ESCOLA
000130*  RESOLVEM NOME E TURMA POR AQUI (ROTINA ALUNINFO).
000133*  A TRANSFERENCIA TAMBEM CADUCA AS CARTEIRAS DE ESTUDANTE DO
000136*  ALUNO NO CADASTRO DE CARTEIRAS (CONCMAST, VER O CONCMANT).
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000174*                   MEDIAPONDERADA REJEITA NOTA DE PAR SEM
000175*                   MATRICULA - A ALUNA NAO MATRICULADA DEIXA DE
000176*                   TER NOTA MEDIADA NO HISTNOTA.
000177*  2026-10-15 AFG   A TRANSFERENCIA DO ALUNO CADUCA SOZINHA AS
000178*                   CARTEIRAS DE ESTUDANTE ATIVAS DELE NO CONCMAST
000179*                   (SITUACAO "T"), E O VIAGEM PASSA A COBRAR
000180*                   TARIFA INTEIRA NELAS.
000181*  2026-10-15 AFG   A MATRICULA GRAVA O ANO LETIVO DO CADASTRO DO
000182*                   ALUNO (MAT-ANO), PARA O ROLAGEM SEPARAR AS
000183*                   MATRICULAS DE CADA ANO.
000184*  2026-10-15 AFG   A INCLUSAO PEDE O PERCENTUAL DE BOLSA, E A
000185*                   REGRAVACAO DO CADASTRO PRESERVA A BOLSA E A
000186*                   REVISAO PENDENTE DO BOLSAREV (NOVO PERCENTUAL
000187*                   E MES DE VIGENCIA) - ANTES A BOLSA SE PERDIA A
000188*                   CADA GRAVACAO.
000189*  2026-10-15 AFG   A TRANSFERENCIA GRAVA A DATA DE SAIDA DO ALUNO
000190*                   (ALUNO-DATA-SAIDA), IMPRESSA NA GUIA DE
000191*                   TRANSFERENCIA DO GUIATRAN.
000192******************************************************************
000193 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT STUDENT-MASTER-FILE ASSIGN TO "ALUNMAST"
000271     SELECT ENROLLMENT-FILE ASSIGN TO "MATRICUL"
000272         ORGANIZATION IS LINE SEQUENTIAL
000273         FILE STATUS  IS WS-MAT-FILE-STATUS.
000274     SELECT CONCESSION-FILE ASSIGN TO "CONCMAST"
000275         ORGANIZATION IS LINE SEQUENTIAL
000276         FILE STATUS  IS WS-CONC-FILE-STATUS.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  STUDENT-MASTER-FILE
000351 FD  ENROLLMENT-FILE
000352     RECORDING MODE IS F.
000353     COPY MATRICREC.
000354 FD  CONCESSION-FILE
000355     RECORDING MODE IS F.
000356     COPY CONCREC.
000360 WORKING-STORAGE SECTION.
000370 01  WS-SWITCHES.
000380     05  WS-ALM-FILE-STATUS      PIC X(02)   VALUE "00".
000570 01  WS-IN-NOME                  PIC X(30).
000580 01  WS-IN-TURMA                 PIC X(06).
000590 01  WS-IN-ANO                   PIC X(04).
000595 01  WS-IN-BOLSA                 PIC X(03).
000600 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000610 01  WS-SCAN                     PIC 9(03).
000620 01  WS-POS                      PIC 9(03).
000621 01  WS-MAT-FILE-STATUS          PIC X(02)   VALUE "00".
000622 01  WS-IN-DISC                  PIC X(08).
000623 01  WS-IN-PERIODO               PIC X(02).
000624 01  WS-CONC-FILE-STATUS         PIC X(02)   VALUE "00".
000625 01  WS-CONC-EOF-SW              PIC X(01)   VALUE "N".
000626     88  WS-CONC-EOF                         VALUE "Y".
000627 01  WS-HOJE                     PIC X(08).
000628
000629*-----------------------------------------------------------------
000630*  CADASTRO DE CARTEIRAS, CARREGADO SO NA TRANSFERENCIA PARA
000631*  CADUCAR AS CARTEIRAS DE ESTUDANTE DO ALUNO E REGRAVADO INTEIRO.
000632*-----------------------------------------------------------------
000633 01  WS-CC-TABLE.
000634     05  WS-CC-ENTRY             PIC X(100)
000635                                 OCCURS 500 TIMES.
000636 01  WS-CC-COUNT                 PIC 9(03)   VALUE ZERO.
000637 01  WS-CC-CADUCADAS             PIC 9(03)   VALUE ZERO.
000638 01  WS-CC-OVERFLOW-SW           PIC X(01)   VALUE "N".
000639     88  WS-CC-OVERFLOW                      VALUE "Y".
000640
000641******************************************************************
000650*  CADASTRO CARREGADO EM MEMORIA; REGRAVADO INTEIRO NA SAIDA.
000660******************************************************************
000670 01  WS-AL-TABLE.
000720         10  WS-AL-TURMA         PIC X(06).
000730         10  WS-AL-ANO           PIC X(04).
000740         10  WS-AL-STATUS        PIC X(01).
000742         10  WS-AL-BOLSA         PIC 9(03).
000744         10  WS-AL-BOLSA-NOVA    PIC 9(03).
000746         10  WS-AL-BOLSA-VIG     PIC X(06).
000748         10  WS-AL-SAIDA         PIC X(08).
000750 01  WS-AL-COUNT                 PIC 9(03)   VALUE ZERO.
000760 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
000770     88  WS-OVERFLOW                         VALUE "Y".
001620     MOVE ALUNO-NOME   TO WS-AL-NOME(WS-AL-IDX)
001630     MOVE ALUNO-TURMA  TO WS-AL-TURMA(WS-AL-IDX)
001640     MOVE ALUNO-ANO    TO WS-AL-ANO(WS-AL-IDX)
001650     MOVE ALUNO-STATUS TO WS-AL-STATUS(WS-AL-IDX)
001651*    BOLSA EM BRANCO (CADASTRO ANTIGO) VALE ZERO.
001652     MOVE ZERO TO WS-AL-BOLSA(WS-AL-IDX)
001653     IF ALUNO-BOLSA-PCT NUMERIC
001654         MOVE ALUNO-BOLSA-PCT TO WS-AL-BOLSA(WS-AL-IDX)
001655     END-IF
001656     MOVE ZERO TO WS-AL-BOLSA-NOVA(WS-AL-IDX)
001657     IF ALUNO-BOLSA-NOVA-PCT NUMERIC
001658         MOVE ALUNO-BOLSA-NOVA-PCT TO WS-AL-BOLSA-NOVA(WS-AL-IDX)
001659     END-IF
001660     MOVE ALUNO-BOLSA-VIG-MES TO WS-AL-BOLSA-VIG(WS-AL-IDX)
001661     MOVE ALUNO-DATA-SAIDA TO WS-AL-SAIDA(WS-AL-IDX).
001662 1100-EXIT.
001670     EXIT.
001680
001690******************************************************************
002390     ACCEPT WS-IN-TURMA
002400     DISPLAY "ANO DE MATRICULA (AAAA):"
002410     ACCEPT WS-IN-ANO
002411     DISPLAY "PERCENTUAL DE BOLSA (000-100, BRANCO=SEM BOLSA):"
002412     ACCEPT WS-IN-BOLSA
002413     IF WS-IN-BOLSA = SPACES
002414         MOVE "000" TO WS-IN-BOLSA
002415     END-IF
002416     IF WS-IN-BOLSA NOT NUMERIC
002417         OR WS-IN-BOLSA > "100"
002418         DISPLAY "PERCENTUAL INVALIDO - INCLUSAO CANCELADA"
002419         GO TO 2100-EXIT
002420     END-IF
002421     ADD 1 TO WS-AL-COUNT
002430     SET WS-AL-IDX TO WS-AL-COUNT
002440     MOVE WS-IN-ID    TO WS-AL-ID(WS-AL-IDX)
002450     MOVE WS-IN-NOME  TO WS-AL-NOME(WS-AL-IDX)
002460     MOVE WS-IN-TURMA TO WS-AL-TURMA(WS-AL-IDX)
002470     MOVE WS-IN-ANO   TO WS-AL-ANO(WS-AL-IDX)
002480     MOVE "A"         TO WS-AL-STATUS(WS-AL-IDX)
002482     MOVE WS-IN-BOLSA TO WS-AL-BOLSA(WS-AL-IDX)
002484     MOVE ZERO        TO WS-AL-BOLSA-NOVA(WS-AL-IDX)
002486     MOVE SPACES      TO WS-AL-BOLSA-VIG(WS-AL-IDX)
002488     MOVE SPACES      TO WS-AL-SAIDA(WS-AL-IDX)
002490     ADD 1 TO WS-CHANGE-COUNT
002500     PERFORM 7000-WRITE-AUDIT-INCLUSAO
002510     DISPLAY "ALUNO INCLUIDO".
002630
002640******************************************************************
002650*  2300-TRANSFERE-ALUNO
002660*  MARCA O ALUNO COMO TRANSFERIDO (SITUACAO "T"), COM A DATA DE
002670*  SAIDA, SEM APAGAR O CADASTRO NEM O HISTORICO DO HISTNOTA.
002680******************************************************************
002690 2300-TRANSFERE-ALUNO.
002700     DISPLAY "ID DO ALUNO:"
002790     END-IF
002800     SET WS-AL-IDX TO WS-POS
002810     MOVE "T" TO WS-AL-STATUS(WS-AL-IDX)
002813     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002816     MOVE WS-HOJE TO WS-AL-SAIDA(WS-AL-IDX)
002820     ADD 1 TO WS-CHANGE-COUNT
002830     PERFORM 7100-WRITE-AUDIT-TRANSFERENCIA
002840     DISPLAY "TRANSFERENCIA MARCADA"
002845     PERFORM 2350-CADUCA-CARTEIRAS THRU 2350-EXIT.
002850 2300-EXIT.
002860     EXIT.
002861******************************************************************
002862*  2350-CADUCA-CARTEIRAS
002863*  CARREGA O CONCMAST E MARCA "T" (CADUCADA), COM A DATA DE HOJE,
002864*  AS CARTEIRAS DE ESTUDANTE AINDA ATIVAS DO ALUNO TRANSFERIDO.
002865*  SO REGRAVA SE ALGUMA MUDOU; CADASTRO MAIOR QUE A TABELA NAO
002866*  E REGRAVADO (AVISA PARA CANCELAR NO CONCMANT).
002867******************************************************************
002868 2350-CADUCA-CARTEIRAS.
002869     MOVE ZERO TO WS-CC-COUNT
002870     MOVE ZERO TO WS-CC-CADUCADAS
002871     MOVE "N"  TO WS-CC-OVERFLOW-SW
002872     MOVE "N"  TO WS-CONC-EOF-SW
002873     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002874     OPEN INPUT CONCESSION-FILE
002875     IF WS-CONC-FILE-STATUS NOT = "00"
002876         GO TO 2350-EXIT
002877     END-IF
002878     PERFORM 2360-LOAD-CARTEIRA THRU 2360-EXIT
002879         UNTIL WS-CONC-EOF
002880     CLOSE CONCESSION-FILE
002881     IF WS-CC-CADUCADAS = ZERO
002882         GO TO 2350-EXIT
002883     END-IF
002884     IF WS-CC-OVERFLOW
002885         DISPLAY "CONCMAST MAIOR QUE A TABELA (500) - CARTEIRAS"
002886                 " NAO CADUCADAS, CANCELAR NO CONCMANT"
002887         GO TO 2350-EXIT
002888     END-IF
002889     OPEN OUTPUT CONCESSION-FILE
002890     PERFORM 2370-WRITE-CARTEIRA THRU 2370-EXIT
002891         VARYING WS-SCAN FROM 1 BY 1
002892         UNTIL WS-SCAN > WS-CC-COUNT
002893     CLOSE CONCESSION-FILE
002894     DISPLAY "CARTEIRAS DE ESTUDANTE CADUCADAS: " WS-CC-CADUCADAS.
002895 2350-EXIT.
002896     EXIT.
002897
002898 2360-LOAD-CARTEIRA.
002899     READ CONCESSION-FILE
002900         AT END
002901             MOVE "Y" TO WS-CONC-EOF-SW
002902             GO TO 2360-EXIT
002903     END-READ
002904     IF CONC-ESTUDANTE AND CONC-ATIVA
002905         AND CONC-ALUNO-ID = WS-IN-ID
002906         MOVE "T"     TO CONC-SITUACAO
002907         MOVE WS-HOJE TO CONC-DATA-SITUACAO
002908         ADD 1 TO WS-CC-CADUCADAS
002909     END-IF
002910     IF WS-CC-COUNT >= 500
002911         MOVE "Y" TO WS-CC-OVERFLOW-SW
002912         GO TO 2360-EXIT
002913     END-IF
002914     ADD 1 TO WS-CC-COUNT
002915     MOVE CONCESSION-RECORD TO WS-CC-ENTRY(WS-CC-COUNT).
002916 2360-EXIT.
002917     EXIT.
002918
002919 2370-WRITE-CARTEIRA.
002920     MOVE WS-CC-ENTRY(WS-SCAN) TO CONCESSION-RECORD
002921     WRITE CONCESSION-RECORD.
002922 2370-EXIT.
002923     EXIT.
002924
002925******************************************************************
002926*  2400-MATRICULA
002927*  MATRICULA UM ALUNO CADASTRADO NUMA DISCIPLINA/PERIODO
002928*  (ACRESCENTA NO MATRICUL).
002929******************************************************************
002930 2400-MATRICULA.
002931     DISPLAY "ID DO ALUNO:"
002932     ACCEPT WS-IN-ID
002933     MOVE "N" TO WS-FOUND-SW
002934     PERFORM 2150-MATCH-ALUNO THRU 2150-EXIT
002935         VARYING WS-SCAN FROM 1 BY 1
002936         UNTIL WS-SCAN > WS-AL-COUNT OR WS-FOUND
002937     IF NOT WS-FOUND
002938         DISPLAY "ALUNO FORA DO CADASTRO - MATRICULA CANCELADA"
002939         GO TO 2400-EXIT
002940     END-IF
002941     DISPLAY "DISCIPLINA (EX. MAT):"
002942     ACCEPT WS-IN-DISC
002943     DISPLAY "PERIODO (EX. B1):"
002944     ACCEPT WS-IN-PERIODO
002945     IF WS-IN-DISC = SPACES OR WS-IN-PERIODO = SPACES
002946         DISPLAY "DISCIPLINA E PERIODO OBRIGATORIOS"
002947         GO TO 2400-EXIT
002948     END-IF
002949     OPEN EXTEND ENROLLMENT-FILE
002950     IF WS-MAT-FILE-STATUS = "35"
002951         OPEN OUTPUT ENROLLMENT-FILE
002952         CLOSE ENROLLMENT-FILE
002953         OPEN EXTEND ENROLLMENT-FILE
002954     END-IF
002955     MOVE SPACES        TO ENROLLMENT-RECORD
002956     MOVE WS-IN-ID      TO MAT-ALUNO-ID
002957     MOVE WS-IN-DISC    TO MAT-DISCIPLINA
002958     MOVE WS-IN-PERIODO TO MAT-PERIODO
002959     SET WS-AL-IDX TO WS-POS
002960     MOVE WS-AL-ANO(WS-AL-IDX) TO MAT-ANO
002961     WRITE ENROLLMENT-RECORD
002962     CLOSE ENROLLMENT-FILE
002963     ADD 1 TO WS-CHANGE-COUNT
002964     PERFORM 7200-WRITE-AUDIT-MATRICULA
002965     DISPLAY "MATRICULA GRAVADA".
002966 2400-EXIT.
002967     EXIT.
002968
002969******************************************************************
002970*  2500-LIST-ALUNOS
002971*  LISTA O CADASTRO CARREGADO.
002972******************************************************************
002973 2500-LIST-ALUNOS.
002974     PERFORM 2550-LIST-ONE THRU 2550-EXIT
002975         VARYING WS-SCAN FROM 1 BY 1
002976         UNTIL WS-SCAN > WS-AL-COUNT.
002977 2500-EXIT.
002978     EXIT.
002980
002990 2550-LIST-ONE.
003000     SET WS-AL-IDX TO WS-SCAN
003020             WS-AL-NOME(WS-AL-IDX) " "
003030             WS-AL-TURMA(WS-AL-IDX) " "
003040             WS-AL-ANO(WS-AL-IDX) " "
003050             WS-AL-STATUS(WS-AL-IDX) " BOLSA "
003055             WS-AL-BOLSA(WS-AL-IDX) "%".
003060 2550-EXIT.
003070     EXIT.
003080
003270     MOVE WS-AL-TURMA(WS-AL-IDX) TO ALUNO-TURMA
003280     MOVE WS-AL-ANO(WS-AL-IDX)   TO ALUNO-ANO
003290     MOVE WS-AL-STATUS(WS-AL-IDX) TO ALUNO-STATUS
003292     MOVE WS-AL-BOLSA(WS-AL-IDX)  TO ALUNO-BOLSA-PCT
003294     MOVE WS-AL-BOLSA-NOVA(WS-AL-IDX) TO ALUNO-BOLSA-NOVA-PCT
003296     MOVE WS-AL-BOLSA-VIG(WS-AL-IDX)  TO ALUNO-BOLSA-VIG-MES
003298     MOVE WS-AL-SAIDA(WS-AL-IDX)      TO ALUNO-DATA-SAIDA
003300     WRITE STUDENT-MASTER-RECORD.
003310 3100-EXIT.
003320     EXIT.
003440     MOVE SPACES              TO AUDIT-DETAIL
003450     STRING "INCLUSAO TURMA=" WS-IN-TURMA
003460            " ANO=" WS-IN-ANO
003465            " BOLSA=" WS-IN-BOLSA
003470         DELIMITED BY SIZE INTO AUDIT-DETAIL
003480     CALL "AUDITWR" USING AUDIT-RECORD.
003490
