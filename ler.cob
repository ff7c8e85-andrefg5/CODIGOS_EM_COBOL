000335*                   COM CADA LANCAMENTO SOB A SUA CATEGORIA E O
000336*                   TOTAL GERAL - ACABA A SOMA DAS PILHAS NA
000337*                   CALCULADORA DE BOLSO.
000338*  2026-10-15 AFG   MODO DE CONFERENCIA (DIGITACAO DUPLA) PARA
000339*                   LISTAS DE DINHEIRO: UM SEGUNDO OPERADOR
000340*                   DIGITA A MESMA LISTA NO NUMLISTV, O LER
000341*                   COMPARA AS DUAS LINHA A LINHA (VALOR E
000342*                   CATEGORIA) E LISTA CADA DIVERGENCIA NA
000343*                   LERFITA. O TOTAL SO E ACEITO COM AS DUAS
000344*                   DIGITACOES IGUAIS E O SEGUNDO OPERADOR
000345*                   DIFERENTE DO PRIMEIRO; OS DOIS IDS E O
000346*                   RESULTADO VAO AO LOG (TRILHA DE AUDITORIA).
000347******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000390         ORGANIZATION IS LINE SEQUENTIAL.
000391     SELECT TAPE-LISTING-FILE ASSIGN TO "LERFITA"
000392         ORGANIZATION IS LINE SEQUENTIAL.
000393     SELECT VERIFY-LIST-FILE ASSIGN TO "NUMLISTV"
000394         ORGANIZATION IS LINE SEQUENTIAL
000395         FILE STATUS  IS WS-VER-FILE-STATUS.
000400     SELECT LER-LOG-FILE ASSIGN TO "AUDITLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS WS-LOG-FILE-STATUS.
000501 FD  TAPE-LISTING-FILE
000502     RECORDING MODE IS F.
000503 01  TAPE-LINE                   PIC X(80).
000504*  SEGUNDA DIGITACAO DA LISTA - MESMO LAYOUT DO NUMLISTREC.
000505 FD  VERIFY-LIST-FILE
000506     RECORDING MODE IS F.
000507 01  VERIFY-LIST-RECORD.
000508     05  VERIFY-VALUE            PIC S9(05)
000509                                 SIGN LEADING SEPARATE.
000510     05  VERIFY-CATEG            PIC X(04).
000511     05  FILLER                  PIC X(70).
000515 WORKING-STORAGE SECTION.
000520 01  WS-SWITCHES.
000530     05  WS-EOF-SW               PIC X(01)   VALUE "N".
000540         88  WS-EOF                          VALUE "Y".
000541     05  WS-VER-EOF-SW           PIC X(01)   VALUE "N".
000542         88  WS-VER-EOF                      VALUE "Y".
000543     05  WS-MODO-SW              PIC X(01)   VALUE " ".
000544         88  WS-MODO-CONFERENCIA             VALUE "V".
000545     05  WS-APROV-VALID-SW       PIC X(01)   VALUE "N".
000546         88  WS-APROV-VALID                  VALUE "Y".
000548     05  WS-VER-OPEN-SW          PIC X(01)   VALUE "N".
000550         88  WS-VER-OPEN                     VALUE "Y".
000552 01  WS-VER-FILE-STATUS          PIC X(02)   VALUE "00".
000554 01  WS-COND-CODE                PIC 9(02)   VALUE ZERO.
000556 01  WS-LOG-FILE-STATUS          PIC X(02)   VALUE "00".
000560 01  WS-COUNT                    PIC 9(05)   VALUE ZERO.
000570 01  RESULT                      PIC S9(07)  VALUE ZERO.
000580*    O MAIOR VALOR PARTE DO MENOR VALOR POSSIVEL DA LISTA, PARA
000754 01  WS-SCAN2                    PIC 9(03).
000755 01  WS-VALOR-ED                 PIC -ZZZZ9.
000756 01  WS-TOTAL-ED                 PIC -ZZZZZZ9.
000757
000758******************************************************************
000759*  CONFERENCIA DA DIGITACAO DUPLA: SEGUNDO OPERADOR, TOTAL DA
000760*  SEGUNDA LISTA, DIVERGENCIAS (AS 100 PRIMEIRAS GUARDADAS PARA A
000761*  LERFITA) E O RESULTADO QUE VAI AO LOG.
000762******************************************************************
000763 01  WS-IN-MODO                  PIC X(01).
000764 01  WS-APROV-ID                 PIC X(08)   VALUE SPACES.
000765 01  WS-APROV-PIN                PIC X(04).
000766 01  WS-VER-COUNT                PIC 9(05)   VALUE ZERO.
000767 01  WS-VER-TOTAL                PIC S9(07)  VALUE ZERO.
000768 01  WS-DIV-COUNT                PIC 9(05)   VALUE ZERO.
000769 01  WS-DIV-LINE-WK              PIC X(80).
000770 01  WS-DIV-TABLE.
000771     05  WS-DIV-LINE OCCURS 100 TIMES PIC X(80).
000772 01  WS-DIV-GUARDADAS            PIC 9(03)   VALUE ZERO.
000773 01  WS-LINHA-ED                 PIC ZZZZ9.
000774 01  WS-VALOR2-ED                PIC -ZZZZ9.
000775 01  WS-VER-RESULT               PIC X(10)   VALUE SPACES.
000776     88  WS-VER-ACEITO                       VALUE "CONFERIDO".
000777 01  WS-VER-DETAIL.
000778     05  FILLER                  PIC X(09)   VALUE "CONF 1OP=".
000779     05  WS-VD-OPER1             PIC X(08).
000780     05  FILLER                  PIC X(05)   VALUE " 2OP=".
000781     05  WS-VD-OPER2             PIC X(08).
000782     05  FILLER                  PIC X(01)   VALUE SPACE.
000783     05  WS-VD-RESULT            PIC X(10).
000784     05  FILLER                  PIC X(05)   VALUE " DIV=".
000785     05  WS-VD-DIV               PIC ZZZZ9.
000786     05  FILLER                  PIC X(09)   VALUE SPACES.
000788
000790 PROCEDURE DIVISION.
000792
000794 0000-MAINLINE.
000796     PERFORM 0050-SIGN-ON THRU 0050-EXIT
000798     PERFORM 1000-INITIALIZE
000800     PERFORM 2000-PROCESS-NUMBER THRU 2000-EXIT
000810         UNTIL WS-EOF
000811*    NA CONFERENCIA, O QUE SOBROU NA SEGUNDA DIGITACAO DEPOIS DO
000812*    FIM DA PRIMEIRA E DIVERGENCIA.
000813     IF WS-MODO-CONFERENCIA
000814         PERFORM 2300-SOBRA-VERIFY THRU 2300-EXIT
000815             UNTIL WS-VER-EOF
000816     END-IF
000820     PERFORM 3000-FINALIZE
000821     MOVE WS-COND-CODE TO RETURN-CODE
000830     STOP RUN.
000840
000850******************************************************************
001160******************************************************************
001170*  1000-INITIALIZE
001180*  ABRE O ARQUIVO DE ENTRADA E LE O PRIMEIRO NUMERO DA LISTA.
001181*  NA CONFERENCIA, IDENTIFICA O SEGUNDO OPERADOR E ABRE A
001182*  SEGUNDA DIGITACAO.
001190******************************************************************
001200 1000-INITIALIZE.
001201     DISPLAY "MODO (BRANCO=SOMA, V=CONFERENCIA DE DIGITACAO "
001202             "DUPLA):"
001203     ACCEPT WS-IN-MODO
001204     IF WS-IN-MODO = "V" OR WS-IN-MODO = "v"
001205         MOVE "V" TO WS-MODO-SW
001206         PERFORM 1100-SEGUNDO-OPERADOR THRU 1100-EXIT
001207     END-IF
001210     OPEN INPUT NUMBER-LIST-FILE
001211     OPEN OUTPUT TAPE-LISTING-FILE
001212     PERFORM 8000-READ-NUMBER.
001213
001214******************************************************************
001215*  1100-SEGUNDO-OPERADOR
001216*  QUEM DIGITOU O NUMLISTV SE IDENTIFICA PELO OPSIGNON (ID/PIN
001217*  PROPRIOS). SEM A SEGUNDA DIGITACAO, COM O SEGUNDO OPERADOR NAO
001218*  RECONHECIDO OU IGUAL AO PRIMEIRO, A LISTA AINDA E COMPARADA
001219*  MAS O TOTAL NAO E ACEITO.
001220******************************************************************
001221 1100-SEGUNDO-OPERADOR.
001222     OPEN INPUT VERIFY-LIST-FILE
001223     IF WS-VER-FILE-STATUS NOT = "00"
001224         DISPLAY "NUMLISTV (SEGUNDA DIGITACAO) NAO ENCONTRADO"
001225         MOVE "SEM 2A LST" TO WS-VER-RESULT
001226         MOVE "Y" TO WS-VER-EOF-SW
001227     ELSE
001228         MOVE "Y" TO WS-VER-OPEN-SW
001236         PERFORM 8100-READ-VERIFY
001237     END-IF
001238     DISPLAY "SEGUNDO OPERADOR - ID:"
001239     ACCEPT WS-APROV-ID
001240     DISPLAY "SEGUNDO OPERADOR - PIN:"
001241     ACCEPT WS-APROV-PIN
001242     MOVE "N" TO WS-APROV-VALID-SW
001243     CALL "OPSIGNON" USING WS-APROV-ID WS-APROV-PIN
001244                           WS-APROV-VALID-SW
001245     IF NOT WS-APROV-VALID
001246         DISPLAY "SEGUNDO OPERADOR NAO RECONHECIDO - TOTAL NAO"
001247                 " SERA ACEITO"
001248         IF WS-VER-RESULT = SPACES
001249             MOVE "2OP INVAL." TO WS-VER-RESULT
001250         END-IF
001251         GO TO 1100-EXIT
001252     END-IF
001253*    QUATRO OLHOS DE VERDADE: QUEM DIGITOU A PRIMEIRA NAO CONFERE.
001254     IF WS-APROV-ID = WS-OPERATOR-ID
001255         DISPLAY "SEGUNDO OPERADOR IGUAL AO PRIMEIRO - TOTAL NAO"
001256                 " SERA ACEITO"
001257         IF WS-VER-RESULT = SPACES
001258             MOVE "MESMO OPER" TO WS-VER-RESULT
001259         END-IF
001260     END-IF.
001261 1100-EXIT.
001262     EXIT.
001263
001264******************************************************************
001265*  2000-PROCESS-NUMBER
001266*  ACUMULA UM NUMERO DA LISTA NO TOTAL E CONFERE SE E O MAIOR
001270*  VALOR VISTO ATE AGORA.
001280******************************************************************
001290 2000-PROCESS-NUMBER.
001347     PERFORM 2100-TALLY-CATEGORIA THRU 2100-EXIT
001348     IF WS-EN-COUNT < 500
001349         ADD 1 TO WS-EN-COUNT
001350         SET WS-EN-IDX TO WS-EN-COUNT
001351         MOVE NUMLIST-VALUE TO WS-EN-VALOR(WS-EN-IDX)
001352         MOVE WS-CATEG-WK   TO WS-EN-CATEG(WS-EN-IDX)
001353     ELSE
001354         ADD 1 TO WS-EN-DROPPED
001355     END-IF
001356     IF WS-MODO-CONFERENCIA
001357         PERFORM 2200-CONFERE-LINHA THRU 2200-EXIT
001358     END-IF
001359     PERFORM 8000-READ-NUMBER.
001360 2000-EXIT.
001370     EXIT.
001371
001394     END-IF.
001395 2150-EXIT.
001396     EXIT.
001397
001398******************************************************************
001399*  2200-CONFERE-LINHA
001400*  COMPARA A LINHA CORRENTE DO NUMLIST COM A MESMA LINHA DO
001401*  NUMLISTV - VALOR E CATEGORIA COMO FORAM DIGITADOS.
001402******************************************************************
001403 2200-CONFERE-LINHA.
001404     MOVE WS-COUNT TO WS-LINHA-ED
001405     MOVE NUMLIST-VALUE TO WS-VALOR-ED
001406     IF WS-VER-EOF
001407         MOVE SPACES TO WS-DIV-LINE-WK
001408         STRING "LINHA " WS-LINHA-ED ": " WS-VALOR-ED " "
001409                NUMLIST-CATEG " FALTA NA SEGUNDA DIGITACAO"
001410             DELIMITED BY SIZE INTO WS-DIV-LINE-WK
001411         PERFORM 2400-GUARDA-DIVERGENCIA
001412         GO TO 2200-EXIT
001413     END-IF
001414     ADD 1 TO WS-VER-COUNT
001415     ADD VERIFY-VALUE TO WS-VER-TOTAL
001416     IF VERIFY-VALUE NOT = NUMLIST-VALUE
001417         OR VERIFY-CATEG NOT = NUMLIST-CATEG
001418         MOVE VERIFY-VALUE TO WS-VALOR2-ED
001419         MOVE SPACES TO WS-DIV-LINE-WK
001420         STRING "LINHA " WS-LINHA-ED ": " WS-VALOR-ED " "
001421                NUMLIST-CATEG " X " WS-VALOR2-ED " "
001422                VERIFY-CATEG " (1A X 2A DIGITACAO)"
001423             DELIMITED BY SIZE INTO WS-DIV-LINE-WK
001424         PERFORM 2400-GUARDA-DIVERGENCIA
001425     END-IF
001426     PERFORM 8100-READ-VERIFY.
001427 2200-EXIT.
001428     EXIT.
001429
001430******************************************************************
001431*  2300-SOBRA-VERIFY
001432*  LINHA DA SEGUNDA DIGITACAO ALEM DO FIM DA PRIMEIRA.
001433******************************************************************
001434 2300-SOBRA-VERIFY.
001435     ADD 1 TO WS-VER-COUNT
001436     ADD VERIFY-VALUE TO WS-VER-TOTAL
001437     MOVE WS-VER-COUNT TO WS-LINHA-ED
001438     MOVE VERIFY-VALUE TO WS-VALOR2-ED
001439     MOVE SPACES TO WS-DIV-LINE-WK
001440     STRING "LINHA " WS-LINHA-ED ": " WS-VALOR2-ED " "
001441            VERIFY-CATEG " SOBRA NA SEGUNDA DIGITACAO"
001442         DELIMITED BY SIZE INTO WS-DIV-LINE-WK
001443     PERFORM 2400-GUARDA-DIVERGENCIA
001444     PERFORM 8100-READ-VERIFY.
001445 2300-EXIT.
001446     EXIT.
001447
001448******************************************************************
001449*  2400-GUARDA-DIVERGENCIA
001450*  MOSTRA A DIVERGENCIA NA TELA E GUARDA AS 100 PRIMEIRAS PARA A
001451*  LERFITA; AS DEMAIS SO ENTRAM NA CONTAGEM.
001452******************************************************************
001453 2400-GUARDA-DIVERGENCIA.
001454     ADD 1 TO WS-DIV-COUNT
001455     DISPLAY "DIVERGENCIA " WS-DIV-LINE-WK
001456     IF WS-DIV-GUARDADAS < 100
001457         ADD 1 TO WS-DIV-GUARDADAS
001458         MOVE WS-DIV-LINE-WK TO WS-DIV-LINE(WS-DIV-GUARDADAS)
001459     END-IF.
001460
001461******************************************************************
001462*  3000-FINALIZE
001463*  MOSTRA O TOTAL E O MAIOR VALOR, GRAVA O LOG DA EXECUCAO E
001464*  FECHA OS ARQUIVOS.
001465******************************************************************
001466 3000-FINALIZE.
001467     MOVE "LER-001" TO WS-MSG-CODE-WK
001468     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001470     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " WS-COUNT
001480     MOVE "LER-002" TO WS-MSG-CODE-WK
001490     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001520     CALL "MSGLOOKUP" USING WS-MSG-CODE-WK WS-MSG-TEXT-WK
001530     DISPLAY FUNCTION TRIM(WS-MSG-TEXT-WK) " " WS-MAIOR
001531     PERFORM 3500-WRITE-FITA THRU 3500-EXIT
001532     IF WS-MODO-CONFERENCIA
001533         PERFORM 3800-RESULTADO-CONFERENCIA THRU 3800-EXIT
001534     END-IF
001540     PERFORM 7000-WRITE-LOG
001543     CLOSE NUMBER-LIST-FILE
001546     CLOSE TAPE-LISTING-FILE.
001549
001552
001553******************************************************************
001554*  3500-WRITE-FITA
001610     EXIT.
001611
001612******************************************************************
001613*  3800-RESULTADO-CONFERENCIA
001614*  FECHA A CONFERENCIA NA LERFITA: AS DIVERGENCIAS, O TOTAL DA
001615*  SEGUNDA DIGITACAO E O RESULTADO. O TOTAL SO E ACEITO COM AS
001616*  DUAS DIGITACOES IGUAIS E DOIS OPERADORES DIFERENTES; SENAO A
001617*  EXECUCAO TERMINA COM CONDICAO 4.
001618******************************************************************
001619 3800-RESULTADO-CONFERENCIA.
001620     IF WS-VER-RESULT = SPACES
001621         IF WS-DIV-COUNT = ZERO
001622             MOVE "CONFERIDO" TO WS-VER-RESULT
001623         ELSE
001624             MOVE "DIVERGENTE" TO WS-VER-RESULT
001625         END-IF
001626     END-IF
001627     MOVE SPACES TO TAPE-LINE
001628     WRITE TAPE-LINE
001629     MOVE SPACES TO TAPE-LINE
001630     STRING "CONFERENCIA 1A DIGITACAO " WS-OPERATOR-ID
001631            " 2A DIGITACAO " WS-APROV-ID
001632         DELIMITED BY SIZE INTO TAPE-LINE
001633     WRITE TAPE-LINE
001634     PERFORM 3850-WRITE-DIVERGENCIA THRU 3850-EXIT
001635         VARYING WS-SCAN FROM 1 BY 1
001636         UNTIL WS-SCAN > WS-DIV-GUARDADAS
001637     IF WS-DIV-COUNT > WS-DIV-GUARDADAS
001638         MOVE SPACES TO TAPE-LINE
001639         STRING "*** AVISO: SO AS 100 PRIMEIRAS DE " WS-DIV-COUNT
001640                " DIVERGENCIAS ESTAO LISTADAS"
001641             DELIMITED BY SIZE INTO TAPE-LINE
001642         WRITE TAPE-LINE
001643     END-IF
001644     MOVE WS-VER-TOTAL TO WS-TOTAL-ED
001645     MOVE SPACES TO TAPE-LINE
001646     STRING "TOTAL 2A DIGITACAO   " WS-TOTAL-ED
001647            "  (" WS-VER-COUNT " LINHAS)"
001648         DELIMITED BY SIZE INTO TAPE-LINE
001649     WRITE TAPE-LINE
001650     MOVE SPACES TO TAPE-LINE
001651     IF WS-VER-ACEITO
001652         STRING "RESULTADO: CONFERIDO - TOTAL ACEITO"
001653             DELIMITED BY SIZE INTO TAPE-LINE
001654     ELSE
001655         STRING "RESULTADO: " WS-VER-RESULT
001656                " - TOTAL NAO ACEITO (" WS-DIV-COUNT
001657                " DIVERGENCIAS)"
001658             DELIMITED BY SIZE INTO TAPE-LINE
001659         MOVE 4 TO WS-COND-CODE
001660     END-IF
001661     WRITE TAPE-LINE
001662     DISPLAY TAPE-LINE
001663     IF WS-VER-OPEN
001664         CLOSE VERIFY-LIST-FILE
001665     END-IF.
001666 3800-EXIT.
001667     EXIT.
001668
001669 3850-WRITE-DIVERGENCIA.
001670     MOVE WS-DIV-LINE(WS-SCAN) TO TAPE-LINE
001671     WRITE TAPE-LINE.
001672 3850-EXIT.
001673     EXIT.
001674
001675******************************************************************
001676*  7000-WRITE-LOG
001677*  ACRESCENTA UM REGISTRO NO LOG DIARIO DE EXECUCOES DO LER,
001678*  CRIANDO O ARQUIVO SE FOR A PRIMEIRA EXECUCAO DO DIA.
001679******************************************************************
001680 7000-WRITE-LOG.
001681     OPEN EXTEND LER-LOG-FILE
001682     IF WS-LOG-FILE-STATUS = "35"
001683         OPEN OUTPUT LER-LOG-FILE
001684         CLOSE LER-LOG-FILE
001685         OPEN EXTEND LER-LOG-FILE
001686     END-IF
001690     MOVE WS-COUNT  TO WS-AUDIT-QTDE
001700     MOVE RESULT    TO WS-AUDIT-TOTAL
001710     MOVE WS-MAIOR  TO WS-AUDIT-MAIOR
001760     MOVE SPACES           TO AUDIT-KEY
001770     MOVE WS-AUDIT-DETAIL  TO AUDIT-DETAIL
001780     CALL "AUDITWR" USING AUDIT-RECORD
001781*    NA CONFERENCIA, UM SEGUNDO REGISTRO COM OS DOIS OPERADORES
001782*    E O RESULTADO.
001783     IF WS-MODO-CONFERENCIA
001784         MOVE WS-OPERATOR-ID   TO WS-VD-OPER1
001785         MOVE WS-APROV-ID      TO WS-VD-OPER2
001786         MOVE WS-VER-RESULT    TO WS-VD-RESULT
001787         MOVE WS-DIV-COUNT     TO WS-VD-DIV
001788         MOVE "CONFERENCI"     TO AUDIT-KEY
001789         MOVE WS-VER-DETAIL    TO AUDIT-DETAIL
001791         CALL "AUDITWR" USING AUDIT-RECORD
001793     END-IF
001795     CLOSE LER-LOG-FILE.
001800
001810******************************************************************
001820*  8000-READ-NUMBER
001870         AT END
001880             MOVE "Y" TO WS-EOF-SW
001890     END-READ.
001900
001910******************************************************************
001920*  8100-READ-VERIFY
001930*  LE A PROXIMA LINHA DA SEGUNDA DIGITACAO.
001940******************************************************************
001950 8100-READ-VERIFY.
001960     READ VERIFY-LIST-FILE
001970         AT END
001980             MOVE "Y" TO WS-VER-EOF-SW
001990     END-READ.
