001890*                   HAVENDO MAIS DE UMA VERSAO DO MESMO CODIGO,
001900*                   FICA COM A DE MAIOR VIGENCIA QUE NAO PASSA
001910*                   DO DIA DE NEGOCIO.
001911*  2026-10-15 AFG   RECONTAGEM CEGA: O CASHCNT ACEITA O REGISTRO
001912*                   "B" (SEGUNDA CONTAGEM DA GAVETA POR OUTRO
001913*                   CAIXA, SEM VER A PRIMEIRA), COMPARADO COM O
001914*                   FECHAMENTO DENOMINACAO A DENOMINACAO.
001915*                   DIVERGENCIA VAI PARA A AUDITORIA E RETEM A
001916*                   GAVETA (RECNTHLD, COPYBOOK RECNTREC) FORA DO
001917*                   TELLVARH ATE O SUPERVISOR ESCOLHER A CONTAGEM
001918*                   NO RECONTA. O RESUMO DE FECHO GANHA O B=
001919*                   (BALANCO: E = F + A + S + B + R).
001920*  2026-10-15 AFG   PASSAGEM DA GAVETA NO MEIO DO TURNO: O
001921*                   REGISTRO "H" ENCERRA A SESSAO DO CAIXA QUE
001922*                   PASSA A GAVETA (DIFERENCA PROPRIA, CONTRA O
001923*                   ESPERADO DELE NO EXPDEP) E ABRE A DO CAIXA QUE
001924*                   RECEBE, COM A CONTAGEM DA PASSAGEM COMO FUNDO.
001925*                   FUNDO, SANGRIAS, QUARENTENA, CAIXINHA E
001926*                   ESPERADO SAO CONSUMIDOS PELA SESSAO QUE OS
001927*                   USA; O TELLVARH PASSA A TER UM REGISTRO POR
001928*                   SESSAO (TIPO DA SESSAO E O OUTRO CAIXA DA
001929*                   PASSAGEM).
001930*  2026-10-15 AFG   REMESSA REPETIDA: A IMPRESSAO DIGITAL DO
001931*                   CASHCNT (DATA DO HEADER, REGISTROS, SOMA DOS
001932*                   ESPERADOS E SOMA DOS NUMEROS DE CAIXA) E
001933*                   CONFERIDA NO REGISTRO DE REMESSAS (REMCHK/
001934*                   REMESREG) NA PRE-PASSADA. JA PROCESSADA =
001935*                   RC 12, HEADER FORA DO DIA DO NEGOCIO = RC 16,
001936*                   SEM GRAVAR NEM CONSUMIR A RECICLAGEM, SALVO
001937*                   LIBERACAO DO ADMINISTRADOR (REMESSA). NO FIM
001938*                   DA EXECUCAO BOA A REMESSA FICA REGISTRADA.
001939*  2026-10-15 AFG   TRAILER QUE NAO BATE NO FIM GUARDA O RC 8 EM
001940*                   WS-COND-CODE (O AUDITWR E O RELATORIO CHAMADOS
001941*                   DEPOIS ZERAVAM O RETURN-CODE E A REMESSA
001942*                   RECUSADA ERA REGISTRADA COMO PROCESSADA); SO E
001943*                   REGISTRADA SEM DIVERGENCIA, E O RETURN-CODE SO
001944*                   RECEBE A CONDICAO DEPOIS DA ULTIMA CHAMADA.
001945******************************************************************
001946 ENVIRONMENT DIVISION.
001947 INPUT-OUTPUT SECTION.
001950 FILE-CONTROL.
001960     SELECT CASH-COUNT-FILE ASSIGN TO "CASHCNT"
001970         ORGANIZATION IS LINE SEQUENTIAL.
002440         DYNAMIC WS-RCY-NAME
002450         ORGANIZATION IS LINE SEQUENTIAL
002460         FILE STATUS  IS WS-RCY-FILE-STATUS.
002462     SELECT RECONT-HOLD-FILE ASSIGN TO
002464         DYNAMIC WS-HLD-NAME
002466         ORGANIZATION IS LINE SEQUENTIAL
002468         FILE STATUS  IS WS-HLD-FILE-STATUS.
002470
002480 DATA DIVISION.
002490 FILE SECTION.
003060 FD  RUN-LEDGER-FILE
003070     RECORDING MODE IS F.
003080     COPY RUNLEDGREC.
003082 FD  RECONT-HOLD-FILE
003084     RECORDING MODE IS F.
003086     COPY RECNTREC.
003090 WORKING-STORAGE SECTION.
003100 01  WS-SWITCHES.
003110     05  WS-EOF-SW               PIC X(01)   VALUE "N".
003450     05  WS-SKIP-RUN-SW          PIC X(01)   VALUE "N".
003460         88  WS-SKIP-RUN                     VALUE "Y".
003470
003471*  CONDICAO DE SAIDA - AS CHAMADAS DE ROTINA REESCREVEM O
003472*  RETURN-CODE, QUE SO RECEBE ESTE VALOR NO FIM.
003473 01  WS-COND-CODE                PIC 9(02)   VALUE ZERO.
003480 01  WS-CTL-REC-COUNT            PIC 9(06)   VALUE ZERO.
003490 01  WS-CTL-HASH                 PIC 9(11)V99 VALUE ZERO.
003500 01  WS-TRL-REC-COUNT            PIC 9(06)   VALUE ZERO.
003510 01  WS-TRL-HASH                 PIC 9(11)V99 VALUE ZERO.
003511 01  WS-HDR-DATA                 PIC X(08)   VALUE SPACES.
003512 01  WS-CTL-HASH-CHAVE           PIC 9(11)   VALUE ZERO.
003513 01  WS-CTL-CHAVE-WK             PIC 9(04).
003514*  IMPRESSAO DIGITAL DA REMESSA PARA O REGISTRO DE REMESSAS
003515*  (ROTINA COMPARTILHADA REMCHK).
003516     COPY REMREGREC.
003517 01  WS-REM-FUNCAO               PIC X(01).
003518 01  WS-REM-RESULT               PIC X(01)   VALUE "0".
003519     88  WS-REM-LIBERADA                     VALUE "L".
003520     88  WS-REM-DUPLICADA                    VALUE "D".
003521     88  WS-REM-DATA-ERRADA                  VALUE "H".
003522     88  WS-REM-RECUSADA                     VALUE "D" "H".
003523 01  WS-REM-INFO                 PIC X(60).
003524 01  WS-PRACTICE-SW              PIC X(01)   VALUE "N".
003530     88  WS-PRACTICE                         VALUE "Y".
003540 01  WS-AUDITLOG-NAME            PIC X(09)   VALUE "AUDITLOG".
003550 01  WS-RPT-NAME                 PIC X(09)   VALUE "MOEDARPT".
004000*  UMA ABERTURA SEM VAGA VIRARIA FUNDO ZERO E UMA SOBRA FANTASMA
004010*  NO FECHAMENTO; SE AINDA ASSIM FALTAR VAGA, A ABERTURA PERDIDA
004020*  E APONTADA NO RELATORIO E NA TELA.
004022*  A PASSAGEM DA GAVETA ("H") TAMBEM ENTRA AQUI, COMO FUNDO DA
004024*  SESSAO DE QUEM RECEBE (DE-CAIXA = QUEM PASSOU). CADA FUNDO E
004026*  CONSUMIDO (USED) PELO FECHAMENTO DA SESSAO QUE O USOU.
004030******************************************************************
004040 01  WS-FLOAT-TABLE.
004050     05  WS-FLOAT-ENTRY OCCURS 100 TIMES
004070         10  WS-FLT-TELLER-ID    PIC X(05).
004080         10  WS-FLT-FILIAL       PIC X(03).
004090         10  WS-FLT-AMOUNT       PIC 9(05)V99.
004093         10  WS-FLT-DE-CAIXA     PIC X(05).
004096         10  WS-FLT-USED-SW      PIC X(01).
004100 01  WS-FLOAT-COUNT              PIC 9(03)   VALUE ZERO.
004110 01  WS-FLOAT-DROPPED            PIC 9(03)   VALUE ZERO.
004120 01  WS-FLT-FOUND-SW             PIC X(01)   VALUE "N".
004130     88  WS-FLT-FOUND                        VALUE "Y".
004131 01  WS-SESSAO-DE                PIC X(05)   VALUE SPACES.
004132 01  WS-PASSAGEM-REC-COUNT       PIC 9(04)   VALUE ZERO.
004133 01  WS-PSG-SCAN                 PIC 9(03)   VALUE ZERO.
004134 01  WS-PSG-TLM-FOUND-SW         PIC X(01)   VALUE "N".
004135     88  WS-PSG-TLM-FOUND                    VALUE "Y".
004140
004150******************************************************************
004160*  SANGRIAS (RETIRADAS DE MEIO DE DIA, REGISTROS "S") JA LIDAS DO
005270         10  WS-ED-CAIXA         PIC X(05).
005280         10  WS-ED-FILIAL        PIC X(03).
005290         10  WS-ED-AMOUNT        PIC S9(07)V99.
005295         10  WS-ED-USED-SW       PIC X(01).
005300 01  WS-ED-COUNT                 PIC 9(03)   VALUE ZERO.
005310 01  WS-ED-DROPPED               PIC 9(03)   VALUE ZERO.
005320 01  WS-VPURGE-COUNT             PIC 9(04)   VALUE ZERO.
005360*  PROPRIA FILIAL.
005370 01  WS-TILL-FILIAL-WK           PIC X(03).
005380 01  WS-EXPDEP-FILIAL-WK         PIC X(03).
005381
005382******************************************************************
005383*  RECONTAGENS CEGAS ("B") DO CASHCNT, GUARDADAS NUMA PASSADA
005384*  PROPRIA ANTES DA APURACAO - NA REMESSA A RECONTAGEM PODE VIR
005385*  ANTES OU DEPOIS DO FECHAMENTO DO CAIXA. O FECHAMENTO E
005386*  COMPARADO COM A RECONTAGEM DO MESMO CAIXA DENOMINACAO A
005387*  DENOMINACAO. A TABELA ACOMPANHA O CADASTRO DE CAIXAS (100).
005388******************************************************************
005389 01  WS-RECONT-TABLE.
005390     05  WS-RCT-ENTRY OCCURS 100 TIMES
005391                      INDEXED BY WS-RCT-IDX.
005392         10  WS-RCT-TELLER-ID    PIC X(05).
005393         10  WS-RCT-FILIAL       PIC X(03).
005394         10  WS-RCT-RECONT       PIC X(05).
005395         10  WS-RCT-MONTANTE     PIC 9(05)V99.
005396         10  WS-RCT-MOEDAS       PIC 9(04).
005397         10  WS-RCT-NOTAS        PIC 9(04).
005398         10  WS-RCT-PAIRS.
005399             15  WS-RCT-PAIR OCCURS 12 TIMES.
005400                 20  WS-RCT-CODE PIC X(03).
005401                 20  WS-RCT-QTY  PIC 9(03).
005402         10  WS-RCT-USED-SW      PIC X(01).
005403 01  WS-RCT-COUNT                PIC 9(03)   VALUE ZERO.
005404 01  WS-RCT-DROPPED              PIC 9(03)   VALUE ZERO.
005405 01  WS-RCT-POS                  PIC 9(03)   VALUE ZERO.
005406 01  WS-RCT-SCAN                 PIC 9(03)   VALUE ZERO.
005407 01  WS-RCT-SUB                  PIC 9(02)   VALUE ZERO.
005408 01  WS-RCT-FOUND-SW             PIC X(01)   VALUE "N".
005409     88  WS-RCT-FOUND                        VALUE "Y".
005410 01  WS-RCT-TLM-FOUND-SW         PIC X(01)   VALUE "N".
005411     88  WS-RCT-TLM-FOUND                    VALUE "Y".
005412 01  WS-RCT-EOF-SW               PIC X(01)   VALUE "N".
005413     88  WS-RCT-EOF                          VALUE "Y".
005414 01  WS-RCT-HOLD-SW              PIC X(01)   VALUE "N".
005415     88  WS-RCT-HOLD                         VALUE "Y".
005416 01  WS-RCT-QTY-CAIXA            PIC 9(04).
005417 01  WS-RCT-QTY-RECONT           PIC 9(04).
005418 01  WS-RCT-DIFF-COUNT           PIC 9(02).
005419 01  WS-RCT-AUDIT-TEXT           PIC X(60).
005420 01  WS-RCT-MONTANTE-ED          PIC ZZZZ9.99.
005421 01  WS-RECONT-REC-COUNT         PIC 9(04)   VALUE ZERO.
005422
005423******************************************************************
005424*  GAVETAS RETIDAS POR RECONTAGEM DIVERGENTE (RECNTHLD). FICAM AS
005425*  PENDENTES DE OUTROS DIAS E AS DECISOES DO PROPRIO DIA (QUE
005426*  VALEM NUMA REEXECUCAO); AS PENDENTES DO DIA SAO REFEITAS POR
005427*  ESTA EXECUCAO, COMO AS DIFERENCAS DO DIA NO TELLVARH.
005428******************************************************************
005429 01  WS-HOLD-TABLE.
005430     05  WS-HLD-ENTRY OCCURS 200 TIMES
005431                      INDEXED BY WS-HLD-IDX.
005432         10  WS-HLD-TELLER-ID    PIC X(05).
005433         10  WS-HLD-BUS-DATE     PIC X(08).
005434         10  WS-HLD-FILIAL       PIC X(03).
005435         10  WS-HLD-RECONT       PIC X(05).
005436         10  WS-HLD-STATUS       PIC X(01).
005437         10  WS-HLD-ESCOLHA      PIC X(01).
005438         10  WS-HLD-MONT-CAIXA   PIC 9(05)V99.
005439         10  WS-HLD-MONT-RECONT  PIC 9(05)V99.
005440         10  WS-HLD-EXPECTED     PIC 9(05)V99.
005441         10  WS-HLD-AJUSTE       PIC S9(06)V99.
005442         10  WS-HLD-RUN-ID       PIC X(08).
005443         10  WS-HLD-SUPERV-ID    PIC X(08).
005444         10  WS-HLD-DEC-DATE     PIC X(08).
005445 01  WS-HLD-COUNT                PIC 9(03)   VALUE ZERO.
005446 01  WS-HLD-DROPPED              PIC 9(03)   VALUE ZERO.
005447 01  WS-HLD-POS                  PIC 9(03)   VALUE ZERO.
005448 01  WS-HLD-FOUND-SW             PIC X(01)   VALUE "N".
005449     88  WS-HLD-FOUND                        VALUE "Y".
005450 01  WS-HLD-EOF-SW               PIC X(01)   VALUE "N".
005451     88  WS-HLD-EOF                          VALUE "Y".
005452 01  WS-HLD-FILE-STATUS          PIC X(02)   VALUE "00".
005453 01  WS-HLD-NAME                 PIC X(09)   VALUE "RECNTHLD".
005454 01  WS-HOLD-COUNT               PIC 9(04)   VALUE ZERO.
005455
005456 01  WS-AUDIT-FIELDS.
005457     05  WS-OPERATOR-ID          PIC X(08)   VALUE "SYSTEM".
005458         88  WS-OPERATOR-IS-BATCH        VALUE "BATCH001".
005459     05  WS-OPERATOR-PIN         PIC X(04).
005460     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
005461         88  WS-SIGNON-VALID                 VALUE "Y".
005462     05  WS-CURRENT-DATE         PIC X(08).
005470     05  WS-CURRENT-TIME         PIC X(08).
005480     05  WS-AUDIT-DETAIL.
005490         10  WS-AUDIT-MONTANTE   PIC 9(05)V99.
005710*  (CHAVE "FECHO"): E = REGISTROS DE DADOS LIDOS (REMESSA MAIS
005720*  RECICLAGEM), F = FECHAMENTOS APURADOS, A = ABERTURAS, S =
005730*  SANGRIAS, R = REJEITADOS. O BALANCO CONFERE E = F + A + S + R.
005735*  B = RECONTAGENS CEGAS (A GAVETA RETIDA CONTA COMO FECHAMENTO).
005740 01  WS-FECHO-DETAIL.
005750     05  FILLER                  PIC X(02)    VALUE "E=".
005760     05  WS-FEC-ENTRADA          PIC 9(06).
005820     05  WS-FEC-REJ              PIC 9(04).
005830     05  FILLER                  PIC X(03)    VALUE " S=".
005840     05  WS-FEC-SANG             PIC 9(04).
005843     05  FILLER                  PIC X(03)    VALUE " B=".
005846     05  WS-FEC-RECONT           PIC 9(04).
005850
005860
005870 01  WS-RUN-STAMP-DISP           PIC X(30).
006210*    RECUSADA SEM DEIXAR LINHAS PARCIAIS NOS ARQUIVOS DO DIA E
006220*    SEM CONSUMIR A RECICLAGEM.
006230     PERFORM 0078-VERIFY-REMESSA THRU 0078-EXIT
006231     IF WS-CTL-MISMATCH OR WS-REM-RECUSADA
006250         GO TO 9999-EXIT
006260     END-IF
006270     PERFORM 1000-INITIALIZE
006280     PERFORM 2000-PROCESS-TILLS THRU 2000-EXIT
006290         UNTIL WS-EOF
006300     PERFORM 3000-FINALIZE
006301*    SO A EXECUCAO QUE FECHOU BEM CONSOME A REMESSA.
006302     IF NOT WS-PRACTICE AND NOT WS-CTL-MISMATCH
006303         PERFORM 0082-REGISTRA-REMESSA
006304     END-IF
006305     MOVE WS-COND-CODE TO RETURN-CODE
006310     GO TO 9999-EXIT.
006320
006330******************************************************************
006420*  PRE-PASSADA DE CONFERENCIA DA MOLDURA: LE A REMESSA INTEIRA SO
006430*  PARA CONTAR E SOMAR, CONFERE O TRAILER E REARMA OS CONTADORES
006440*  PARA A PASSADA DE VERDADE. REMESSA SEM TRAILER (LEGADO) SEGUE
006441*  ACEITA; A RECICLAGEM NAO FAZ PARTE DA MOLDURA. COM A MOLDURA
006442*  CERTA, A IMPRESSAO DIGITAL VAI AO REGISTRO DE REMESSAS (0081) -
006443*  FORA DO TREINO, QUE NAO CONSOME REMESSA.
006460******************************************************************
006470 0078-VERIFY-REMESSA.
006480     OPEN INPUT CASH-COUNT-FILE
006590             GO TO 0078-EXIT
006600         END-IF
006610     END-IF
006611     IF NOT WS-PRACTICE
006612         PERFORM 0081-CHECK-REMESSA THRU 0081-EXIT
006613         IF WS-REM-RECUSADA
006614             GO TO 0078-EXIT
006615         END-IF
006616     END-IF
006620     MOVE ZERO TO WS-CTL-REC-COUNT
006630     MOVE ZERO TO WS-CTL-HASH
006631     MOVE ZERO TO WS-CTL-HASH-CHAVE
006640     MOVE "N"  TO WS-TRL-SEEN-SW
006650     MOVE "N"  TO WS-EOF-SW.
006660 0078-EXIT.
006790     ADD 1 TO WS-CTL-REC-COUNT
006800     IF TILL-EXPECTED-DEPOSIT IS NUMERIC
006810         ADD TILL-EXPECTED-DEPOSIT TO WS-CTL-HASH
006811     END-IF
006812     IF TILL-TELLER-ID(2:4) IS NUMERIC
006813         MOVE TILL-TELLER-ID(2:4) TO WS-CTL-CHAVE-WK
006814         ADD WS-CTL-CHAVE-WK TO WS-CTL-HASH-CHAVE
006820     END-IF.
006830 0079-EXIT.
006840     EXIT.
006841
006842******************************************************************
006843*  0081-CHECK-REMESSA
006844*  MONTA A IMPRESSAO DIGITAL DA REMESSA LIDA NA PRE-PASSADA E
006845*  CONFERE NO REGISTRO DE REMESSAS. O MESMO ARQUIVO JA PROCESSADO
006846*  (RC 12) OU COM HEADER DE OUTRO DIA DE NEGOCIO (RC 16) E
006847*  RECUSADO ANTES DE QUALQUER GRAVACAO; A LIBERACAO DO
006848*  ADMINISTRADOR NO REMESSA DEIXA PASSAR UMA VEZ.
006849******************************************************************
006850 0081-CHECK-REMESSA.
006851     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
006852     MOVE "B" TO WS-DIAUTIL-FUNC
006853     CALL "DIAUTIL" USING WS-DIAUTIL-FUNC WS-CURRENT-DATE
006854                          WS-BUSINESS-DATE WS-BUSINESS-SW
006855     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
006856     MOVE SPACES            TO REMESSA-RECORD
006857     MOVE "CASHCNT"         TO REM-ARQUIVO
006858     MOVE WS-HDR-DATA       TO REM-DATA-HDR
006859     MOVE WS-CTL-REC-COUNT  TO REM-REGISTROS
006860     MOVE WS-CTL-HASH       TO REM-HASH-VALOR
006861     MOVE WS-CTL-HASH-CHAVE TO REM-HASH-CHAVE
006862     MOVE WS-CURRENT-DATE   TO REM-DATA-NEGOCIO
006863     MOVE "MOEDA"           TO REM-PROGRAMA
006864     MOVE WS-OPERATOR-ID    TO REM-OPERADOR
006865     MOVE "V" TO WS-REM-FUNCAO
006866     CALL "REMCHK" USING WS-REM-FUNCAO REMESSA-RECORD
006867                         WS-REM-RESULT WS-REM-INFO
006868     EVALUATE TRUE
006869         WHEN WS-REM-LIBERADA
006870             DISPLAY "REMESSA CASHCNT " WS-REM-INFO
006871             MOVE "S" TO REM-LIBERADA
006872         WHEN WS-REM-DUPLICADA
006873             DISPLAY "REMESSA CASHCNT " WS-REM-INFO
006874             DISPLAY "EXECUCAO RECUSADA, NADA GRAVADO"
006875             MOVE 12 TO RETURN-CODE
006876         WHEN WS-REM-DATA-ERRADA
006877             DISPLAY "REMESSA CASHCNT " WS-REM-INFO
006878             DISPLAY "EXECUCAO RECUSADA, NADA GRAVADO"
006879             MOVE 16 TO RETURN-CODE
006880         WHEN OTHER
006881             CONTINUE
006882     END-EVALUATE.
006883 0081-EXIT.
006884     EXIT.
006885
006886******************************************************************
006887*  0082-REGISTRA-REMESSA
006888*  MARCA A REMESSA COMO PROCESSADA NO REGISTRO DE REMESSAS (COM A
006889*  LIBERACAO, SE FOI O CASO, QUE FICA USADA).
006890******************************************************************
006891 0082-REGISTRA-REMESSA.
006892     MOVE "R" TO WS-REM-FUNCAO
006893     CALL "REMCHK" USING WS-REM-FUNCAO REMESSA-RECORD
006894                         WS-REM-RESULT WS-REM-INFO.
006895
006896 0055-SET-PRACTICE-MODE.
006897     MOVE "Y" TO WS-PRACTICE-SW
006898     DISPLAY "*** MODO TREINO - NADA SERA GRAVADO EM PRODUCAO ***"
006899     MOVE "AUDITLOGT" TO WS-AUDITLOG-NAME
006900     MOVE "MOEDARPTT" TO WS-RPT-NAME
006910     MOVE "MOEDAREJT" TO WS-REJ-NAME
006920     MOVE "TELLVARHT" TO WS-TVARH-NAME
006940     MOVE "NIGHTCKPT" TO WS-CKPT-NAME
006950     MOVE "ERRORLOGT" TO WS-ERRLOG-NAME
006960     MOVE "RUNLEDGT"  TO WS-RLG-NAME
006965     MOVE "RECNTHLDT" TO WS-HLD-NAME
006970*    A RECICLAGEM DE PRODUCAO NAO PODE SER CONSUMIDA (E LIMPA)
006980*    POR UM TREINO - O TREINO LE E LIMPA SO A SUA COPIA PARALELA.
006990     MOVE "MOEDARCYT" TO WS-RCY-NAME.
008440             MOVE WS-EXPDEP-FILIAL-WK
008450                 TO WS-ED-FILIAL(WS-ED-IDX)
008460             MOVE EXPDEP-AMOUNT   TO WS-ED-AMOUNT(WS-ED-IDX)
008465             MOVE "N"             TO WS-ED-USED-SW(WS-ED-IDX)
008470         ELSE
008480             ADD 1 TO WS-ED-DROPPED
008490             DISPLAY "EXPDEP DE " EXPDEP-CAIXA-ID
011670     PERFORM 0090-LOAD-DENOM-TABLE THRU 0090-EXIT
011680     PERFORM 0096-LOAD-QUARANTINE THRU 0096-EXIT
011690     PERFORM 0110-LOAD-CAIXINHA THRU 0110-EXIT
011695     PERFORM 0125-LOAD-HOLDS THRU 0125-EXIT
011700     OPEN INPUT CASH-COUNT-FILE
011710     OPEN EXTEND CASH-AUDIT-FILE
011720     IF WS-AUDIT-FILE-STATUS = "35"
011860         CLOSE COMMON-REJECT-FILE
011870         OPEN EXTEND COMMON-REJECT-FILE
011880     END-IF
011882*    AS RECONTAGENS CEGAS SAO GUARDADAS ANTES DA APURACAO, NUMA
011884*    PASSADA PROPRIA QUE REBOBINA A REMESSA NO FIM.
011886     PERFORM 0120-LOAD-RECOUNTS THRU 0120-EXIT
011890*    NUMA REEXECUCAO DO MESMO DIA, AS DIFERENCAS JA GRAVADAS
011900*    PARA O DIA SAO SUBSTITUIDAS PELAS DESTA EXECUCAO - SO A
011910*    ULTIMA EXECUCAO VALE, COMO NO RESUMO DE FECHO.
012470         PERFORM 1550-REJECT-TILL
012480         GO TO 1500-EXIT
012490     END-IF
012491*    RECONTAGEM CEGA: NO LUGAR DO ESPERADO VEM QUEM RECONTOU.
012492     IF TILL-RECONTAGEM
012493         PERFORM 1510-CHECK-RECOUNTER THRU 1510-EXIT
012494         IF NOT WS-VALID
012495             GO TO 1500-EXIT
012496         END-IF
012497         GO TO 1500-CHECK-PAIRS
012498     END-IF
012499*    PASSAGEM DA GAVETA: NO LUGAR DO ESPERADO VEM QUEM RECEBE.
012500     IF TILL-PASSAGEM
012501         PERFORM 1530-CHECK-INCOMING THRU 1530-EXIT
012502         IF NOT WS-VALID
012503             GO TO 1500-EXIT
012504         END-IF
012505         GO TO 1500-CHECK-PAIRS
012506     END-IF
012507     IF TILL-EXPECTED-DEPOSIT NOT NUMERIC
012510         PERFORM 1550-REJECT-TILL
012520         GO TO 1500-EXIT
012530     END-IF.
012535 1500-CHECK-PAIRS.
012540     PERFORM 1520-VALIDATE-PAIR THRU 1520-EXIT
012550         VARYING TILL-PAIR-IDX FROM 1 BY 1
012560         UNTIL TILL-PAIR-IDX > 12 OR NOT WS-VALID
013440         PERFORM 8000-READ-TILL THRU 8000-RT-EXIT
013450         GO TO 2000-EXIT
013460     END-IF
013461*    A RECONTAGEM CEGA JA FOI GUARDADA NA PASSADA PROPRIA (0120) E
013462*    E USADA NO FECHAMENTO DO CAIXA; AQUI SO E CONTADA. A QUE
013463*    VOLTA PELA RECICLAGEM CHEGA DEPOIS DA APURACAO: SO CONTA.
013464     IF TILL-RECONTAGEM
013465         ADD 1 TO WS-RECONT-REC-COUNT
013466         PERFORM 8000-READ-TILL THRU 8000-RT-EXIT
013467         GO TO 2000-EXIT
013468     END-IF
013469*    A PASSAGEM DA GAVETA NO MEIO DO TURNO ENCERRA A SESSAO DE
013470*    QUEM PASSA COMO UM FECHAMENTO (DIFERENCA PROPRIA, CONTRA O
013471*    ESPERADO DELE) E A CONTAGEM VIRA O FUNDO DA SESSAO DE QUEM
013472*    RECEBE. O DINHEIRO FICA NA GAVETA: NAO ENTRA NO TOTAL GERAL
013473*    NEM E CONFERIDO PELA RECONTAGEM CEGA, QUE E DO FECHAMENTO.
013474     IF TILL-PASSAGEM
013475         ADD 1 TO WS-PASSAGEM-REC-COUNT
013476     END-IF
013477
013480*    O QUE TEM DE BATER COM A VENDA DO DIA E O CAIXA LIQUIDO
013490*    (FECHAMENTO MAIS SANGRIAS DO DIA, MENOS FUNDO DE TROCO DA
013500*    ABERTURA), NAO O BRUTO - A RETIRADA DE MEIO DE DIA FAZ
013770         ADD 1 TO WS-LIMIT-BREACH-COUNT
013780         PERFORM 2990-REPORT-LIMIT-BREACH THRU 2990-EXIT
013790     END-IF
013791*    RECONTAGEM CEGA DO MESMO CAIXA: COMPARADA DENOMINACAO A
013792*    DENOMINACAO. DIVERGENCIA SEM DECISAO DO SUPERVISOR RETEM A
013793*    GAVETA - NADA VAI PARA O TELLVARH ATE O RECONTA DECIDIR.
013794     MOVE "N" TO WS-RCT-HOLD-SW
013795     IF NOT TILL-PASSAGEM
013796         PERFORM 2700-CHECK-RECOUNT THRU 2700-EXIT
013797     END-IF
013798     IF WS-RCT-HOLD
013799         PERFORM 2750-HOLD-DRAWER THRU 2750-EXIT
013800         PERFORM 8000-READ-TILL THRU 8000-RT-EXIT
013801         GO TO 2000-EXIT
013802     END-IF
013803
013810     EVALUATE TRUE
013820         WHEN WS-VARIANCE = 0
013830             MOVE "CONFERE"     TO WS-VARIANCE-MSG
014200     PERFORM 7000-WRITE-AUDIT
014210     PERFORM 7050-WRITE-VARIANCE-HIST
014220     PERFORM 7500-WRITE-REPORT-LINE
014226     IF NOT TILL-PASSAGEM
014232         ADD WS-MONTANTE TO WS-TOTAL-MONTANTE
014238         ADD WS-MOEDAS   TO WS-TOTAL-MOEDAS
014244         ADD WS-NOTAS    TO WS-TOTAL-NOTAS
014250     END-IF
014260     ADD 1           TO WS-TILL-COUNT
014262     IF TILL-PASSAGEM
014264         PERFORM 2810-STORE-HANDOVER-FLOAT THRU 2810-EXIT
014266     END-IF
014270
014280     PERFORM 8000-READ-TILL THRU 8000-RT-EXIT.
014290 2000-EXIT.
015620             OR WS-TRL-HASH NOT = WS-CTL-HASH
015630             MOVE "Y" TO WS-CTL-MISMATCH-SW
015640             DISPLAY "REMESSA CASHCNT NAO CONFERE COM O TRAILER"
015650             MOVE 8 TO WS-COND-CODE
015660         END-IF
015670     END-IF
015680     MOVE WS-TOTAL-MONTANTE TO WS-TOTAL-MONTANTE-ED
015770            "  NOTAS = " WS-TOTAL-NOTAS
015780         DELIMITED BY SIZE INTO REPORT-LINE
015790     PERFORM 7700-PRINT-LINE THRU 7700-EXIT
015791     IF WS-PASSAGEM-REC-COUNT > ZERO
015792         MOVE SPACES TO REPORT-LINE
015793         STRING "PASSAGENS DE GAVETA NO MEIO DO TURNO: "
015794                WS-PASSAGEM-REC-COUNT
015795                " (SESSOES ENCERRADAS SEM DEPOSITO)"
015796             DELIMITED BY SIZE INTO REPORT-LINE
015797         PERFORM 7700-PRINT-LINE THRU 7700-EXIT
015798     END-IF
015800     PERFORM 6000-REPORT-MISSING-DRAWERS THRU 6000-EXIT
015810     IF WS-ED-DROPPED > ZERO
015820         MOVE SPACES TO REPORT-LINE
016090             DELIMITED BY SIZE INTO REPORT-LINE
016100         PERFORM 7700-PRINT-LINE THRU 7700-EXIT
016110     END-IF
016115     PERFORM 2790-REPORT-RECOUNTS THRU 2790-EXIT
016120     PERFORM 7020-WRITE-RUN-SUMMARY THRU 7020-EXIT
016130     CLOSE CASH-COUNT-FILE
016140     CLOSE CASH-AUDIT-FILE
016190     CLOSE ERROR-LOG-FILE
016200     CLOSE TELLER-VARIANCE-FILE
016210     CLOSE COMMON-REJECT-FILE
016215     PERFORM 7070-WRITE-HOLD-FILE THRU 7070-EXIT
016220     IF WS-READING-RECYCLE AND WS-RCY-FILE-STATUS NOT = "35"
016230         AND NOT WS-CTL-MISMATCH
016240*        A RECICLAGEM CONSUMIDA SO E LIMPA QUANDO A EXECUCAO
016630     MOVE WS-OPEN-COUNT     TO WS-FEC-ABERT
016640     MOVE WS-REJECT-COUNT   TO WS-FEC-REJ
016650     MOVE WS-SANGRIA-REC-COUNT TO WS-FEC-SANG
016655     MOVE WS-RECONT-REC-COUNT TO WS-FEC-RECONT
016660     MOVE "MOEDA"           TO AUDIT-PROGRAM-ID
016670     MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
016680     MOVE WS-CURRENT-DATE   TO AUDIT-DATE
016780*  GRAVA A DIFERENCA DO CAIXA NO HISTORICO DE DIFERENCAS
016790*  (TELLVARH), CHAVEADO POR CAIXA + DATA DO NEGOCIO, PARA A
016800*  ANALISE DE TENDENCIA DE FALTAS (TENDENCIA).
016802*  UM REGISTRO POR SESSAO: A PASSAGEM DA GAVETA GRAVA "H" E QUEM
016804*  RECEBEU; O FECHAMENTO GRAVA "F" E, SE A SESSAO COMECOU NUMA
016806*  PASSAGEM, QUEM PASSOU.
016810******************************************************************
016820 7050-WRITE-VARIANCE-HIST.
016830     MOVE SPACES              TO TELLER-VARIANCE-RECORD
016890     MOVE WS-VARIANCE-MSG     TO TVARH-RESULT
016900     MOVE RUN-STAMP-ID        TO TVARH-RUN-ID
016910     MOVE WS-TILL-FILIAL-WK   TO TVARH-FILIAL
016911     IF TILL-PASSAGEM
016912         MOVE "H"             TO TVARH-SESSAO
016913         MOVE TILL-PASSA-PARA TO TVARH-OUTRO-CAIXA
016914     ELSE
016915         MOVE "F"             TO TVARH-SESSAO
016916         MOVE WS-SESSAO-DE    TO TVARH-OUTRO-CAIXA
016917     END-IF
016920     WRITE TELLER-VARIANCE-RECORD.
016930
016940******************************************************************
017680         MOVE TILL-TELLER-ID TO WS-FLT-TELLER-ID(WS-FLT-IDX)
017690         MOVE WS-TILL-FILIAL-WK TO WS-FLT-FILIAL(WS-FLT-IDX)
017700         MOVE WS-MONTANTE    TO WS-FLT-AMOUNT(WS-FLT-IDX)
017703         MOVE SPACES         TO WS-FLT-DE-CAIXA(WS-FLT-IDX)
017706         MOVE "N"            TO WS-FLT-USED-SW(WS-FLT-IDX)
017710     ELSE
017720         ADD 1 TO WS-FLOAT-DROPPED
017730         DISPLAY "ABERTURA DE " TILL-TELLER-ID
017880*  PROCURA O FUNDO DE TROCO DA ABERTURA DESTE CAIXA. UM CAIXA SEM
017890*  REGISTRO DE ABERTURA E TRATADO COM FUNDO ZERO (COMPORTAMENTO
017900*  ANTIGO, DIFERENCA SOBRE O BRUTO).
017902*  SOMA OS FUNDOS AINDA NAO USADOS (ABERTURA OU GAVETA RECEBIDA
017904*  NUMA PASSAGEM) E OS MARCA COMO USADOS POR ESTA SESSAO; SE UM
017906*  DELES VEIO DE PASSAGEM, GUARDA QUEM PASSOU E APONTA NO
017908*  RELATORIO.
017910******************************************************************
017920 2900-LOOKUP-OPENING-FLOAT.
017930     MOVE ZERO TO WS-OPENING-FLOAT
017940     MOVE "N"  TO WS-FLT-FOUND-SW
017945     MOVE SPACES TO WS-SESSAO-DE
017950     PERFORM 2950-SEARCH-FLOAT THRU 2950-EXIT
017960         VARYING WS-FLT-IDX FROM 1 BY 1
017961         UNTIL WS-FLT-IDX > WS-FLOAT-COUNT
017962     IF WS-SESSAO-DE NOT = SPACES
017963         MOVE SPACES TO REPORT-LINE
017964         STRING TILL-TELLER-ID DELIMITED BY SIZE
017965                "  RECEBEU A GAVETA DE " DELIMITED BY SIZE
017966                WS-SESSAO-DE DELIMITED BY SIZE
017967                " NO MEIO DO TURNO" DELIMITED BY SIZE
017968             INTO REPORT-LINE
017969         PERFORM 7700-PRINT-LINE THRU 7700-EXIT
017970     END-IF.
017980 2900-EXIT.
017990     EXIT.
018000
018010 2950-SEARCH-FLOAT.
018020     IF WS-FLT-TELLER-ID(WS-FLT-IDX) = TILL-TELLER-ID
018030         AND WS-FLT-FILIAL(WS-FLT-IDX) = WS-TILL-FILIAL-WK
018035         AND WS-FLT-USED-SW(WS-FLT-IDX) NOT = "Y"
018040         ADD WS-FLT-AMOUNT(WS-FLT-IDX) TO WS-OPENING-FLOAT
018045         MOVE "Y" TO WS-FLT-USED-SW(WS-FLT-IDX)
018050         MOVE "Y" TO WS-FLT-FOUND-SW
018052         IF WS-FLT-DE-CAIXA(WS-FLT-IDX) NOT = SPACES
018054             MOVE WS-FLT-DE-CAIXA(WS-FLT-IDX) TO WS-SESSAO-DE
018056         END-IF
018060     END-IF.
018070 2950-EXIT.
018080     EXIT.
018680*  2920-LOOKUP-SANGRIA
018690*  PROCURA AS SANGRIAS ACUMULADAS DESTE CAIXA NO DIA. CAIXA SEM
018700*  SANGRIA SEGUE COM TOTAL ZERO (CAMINHO ANTIGO).
018703*  O ACUMULADO E ZERADO AO SER USADO: SANGRIA FEITA DEPOIS DE
018706*  UMA PASSAGEM DA GAVETA FICA PARA A SESSAO SEGUINTE DO CAIXA.
018710******************************************************************
018720 2920-LOOKUP-SANGRIA.
018730     MOVE ZERO TO WS-SANGRIA-TOTAL
018820     IF WS-SGR-TELLER-ID(WS-SGR-IDX) = TILL-TELLER-ID
018830         AND WS-SGR-FILIAL(WS-SGR-IDX) = WS-TILL-FILIAL-WK
018840         MOVE WS-SGR-AMOUNT(WS-SGR-IDX) TO WS-SANGRIA-TOTAL
018845         MOVE ZERO TO WS-SGR-AMOUNT(WS-SGR-IDX)
018850         MOVE "Y" TO WS-SGR-FOUND-SW
018860     END-IF.
018870 2930-EXIT.
018920*  PROCURA O VALOR EM QUARENTENA DESTE CAIXA NO DIA (QUARLEDG).
018930*  CAIXA SEM NOTA EM QUARENTENA SEGUE COM TOTAL ZERO. QUANDO HA
018940*  VALOR, A LINHA DO CAIXA NO RELATORIO GANHA O ABATIMENTO.
018943*  O VALOR E ZERADO AO SER USADO - CONTA UMA VEZ SO, NA PRIMEIRA
018946*  SESSAO DO CAIXA QUE FECHA (O MESMO VALE PARA O CAIXINHA).
018950******************************************************************
018960 2940-LOOKUP-QUARENTENA.
018970     MOVE ZERO TO WS-QUAR-TOTAL
019150 2945-SEARCH-QUARENTENA.
019160     IF WS-QL-TELLER-ID(WS-QL-IDX) = TILL-TELLER-ID
019170         MOVE WS-QL-AMOUNT(WS-QL-IDX) TO WS-QUAR-TOTAL
019175         MOVE ZERO TO WS-QL-AMOUNT(WS-QL-IDX)
019180         MOVE "Y" TO WS-QL-FOUND-SW
019190     END-IF.
019200 2945-EXIT.
019460 2958-SEARCH-CAIXINHA.
019470     IF WS-PX-TELLER-ID(WS-PX-IDX) = TILL-TELLER-ID
019480         MOVE WS-PX-AMOUNT(WS-PX-IDX) TO WS-PCASH-TOTAL
019485         MOVE ZERO TO WS-PX-AMOUNT(WS-PX-IDX)
019490         MOVE "Y" TO WS-PX-FOUND-SW
019500     END-IF.
019510 2958-EXIT.
019790*  DECIDE O DEPOSITO ESPERADO DO CAIXA: SE O VIAGEM GRAVOU A
019800*  VENDA DO CAIXA NO EXPDEP, ELA MANDA; SENAO VALE O CAMPO
019810*  DIGITADO DA FITA (TILL-EXPECTED-DEPOSIT).
019812*  A PASSAGEM DA GAVETA NAO TEM CAMPO DIGITADO: SEM EXPDEP, O
019814*  ESPERADO E ZERO. A VENDA DO EXPDEP E DO DIA INTEIRO DO CAIXA E
019816*  VAI PARA A PRIMEIRA SESSAO QUE ELE FECHA; UMA SEGUNDA SESSAO DO
019818*  MESMO CAIXA NO DIA FECHA CONTRA ZERO, APONTADA NO RELATORIO.
019820******************************************************************
019830 2960-GET-EXPECTED-DEPOSIT.
019840     MOVE "N" TO WS-ED-FOUND-SW
019850     PERFORM 2970-MATCH-EXPECTED THRU 2970-EXIT
019860         VARYING WS-ED-IDX FROM 1 BY 1
019870         UNTIL WS-ED-IDX > WS-ED-COUNT OR WS-ED-FOUND
019875     IF NOT WS-ED-FOUND
019880         IF TILL-PASSAGEM
019885             MOVE ZERO TO WS-EXPECTED-DEP
019890         ELSE
019895             MOVE TILL-EXPECTED-DEPOSIT TO WS-EXPECTED-DEP
019900         END-IF
019905     END-IF.
019910 2960-EXIT.
019920     EXIT.
019930
019960*    UMA FILIAL NAO FECHA CONTRA A VENDA DA OUTRA.
019970     IF WS-ED-CAIXA(WS-ED-IDX) = TILL-TELLER-ID
019980         AND WS-ED-FILIAL(WS-ED-IDX) = WS-TILL-FILIAL-WK
019982         MOVE "Y" TO WS-ED-FOUND-SW
019984         IF WS-ED-USED-SW(WS-ED-IDX) = "Y"
019986             MOVE ZERO TO WS-EXPECTED-DEP
019988             MOVE SPACES TO REPORT-LINE
019990             STRING TILL-TELLER-ID DELIMITED BY SIZE
019992                    "  SEGUNDA SESSAO NO DIA - VENDA DO EXPDEP JA"
019994                        DELIMITED BY SIZE
019996                    " APURADA NA PRIMEIRA" DELIMITED BY SIZE
019998                 INTO REPORT-LINE
020000             PERFORM 7700-PRINT-LINE THRU 7700-EXIT
020002         ELSE
020004             MOVE WS-ED-AMOUNT(WS-ED-IDX) TO WS-EXPECTED-DEP
020006             MOVE "Y" TO WS-ED-USED-SW(WS-ED-IDX)
020008         END-IF
020010     END-IF.
020020 2970-EXIT.
020030     EXIT.
020480******************************************************************
020490*  8100-HANDLE-CONTROL
020500*  GUARDA OS TOTAIS DO TRAILER PARA A CONFERENCIA DO FIM DA
020501*  EXECUCAO; DO HEADER GUARDA A DATA, QUE ENTRA NA IMPRESSAO
020502*  DIGITAL DA REMESSA.
020520******************************************************************
020530 8100-HANDLE-CONTROL.
020531     IF CTL-HEADER
020532         MOVE CTL-BUS-DATE TO WS-HDR-DATA
020533     END-IF
020540     IF CTL-TRAILER
020550         MOVE "Y" TO WS-TRL-SEEN-SW
020560         IF CTL-REC-COUNT IS NUMERIC
021140
021150 9999-EXIT.
021160     STOP RUN.
021170
021180******************************************************************
021190*  0120-LOAD-RECOUNTS
021200*  PASSADA PROPRIA SOBRE A REMESSA PARA GUARDAR AS RECONTAGENS
021210*  CEGAS ("B") ANTES DA APURACAO. SO ENTRA RECONTAGEM VALIDA:
021220*  CAIXA E RECONTADOR ATIVOS NO TELLMAST, RECONTADOR DIFERENTE
021230*  DO CAIXA E PARES COM DENOMINACAO CADASTRADA - A INVALIDA E
021240*  REJEITADA NA APURACAO, COMO QUALQUER CONTAGEM. HAVENDO DUAS
021250*  RECONTAGENS DO MESMO CAIXA, VALE A ULTIMA. A REMESSA E
021260*  REBOBINADA NO FIM PARA A PASSADA DE VERDADE.
021270******************************************************************
021280 0120-LOAD-RECOUNTS.
021290     MOVE "N" TO WS-RCT-EOF-SW
021300     PERFORM 0121-LOAD-RECOUNT-ENTRY THRU 0121-EXIT
021310         UNTIL WS-RCT-EOF
021320     CLOSE CASH-COUNT-FILE
021330     OPEN INPUT CASH-COUNT-FILE.
021340 0120-EXIT.
021350     EXIT.
021360
021370 0121-LOAD-RECOUNT-ENTRY.
021380     READ CASH-COUNT-FILE
021390         AT END
021400             MOVE "Y" TO WS-RCT-EOF-SW
021410             GO TO 0121-EXIT
021420     END-READ
021430     IF CTL-HEADER OR CTL-TRAILER
021440         GO TO 0121-EXIT
021450     END-IF
021460     IF NOT TILL-RECONTAGEM
021470         GO TO 0121-EXIT
021480     END-IF
021490     PERFORM 5200-FIND-TELLER THRU 5200-EXIT
021500     IF NOT WS-TELLM-FOUND
021510         OR WS-TLM-ACTIVE(WS-TLM-IDX) NOT = "A"
021520         GO TO 0121-EXIT
021530     END-IF
021540     PERFORM 5300-FIND-RECOUNTER THRU 5300-EXIT
021550     IF NOT WS-RCT-TLM-FOUND
021560         OR TILL-RECONT-TELLER = TILL-TELLER-ID
021570         GO TO 0121-EXIT
021580     END-IF
021590     MOVE "Y" TO WS-VALID-SW
021600     PERFORM 1520-VALIDATE-PAIR THRU 1520-EXIT
021610         VARYING TILL-PAIR-IDX FROM 1 BY 1
021620         UNTIL TILL-PAIR-IDX > 12 OR NOT WS-VALID
021630     IF NOT WS-VALID
021640         GO TO 0121-EXIT
021650     END-IF
021660     IF TILL-FILIAL = SPACES
021670         MOVE "MTZ" TO WS-TILL-FILIAL-WK
021680     ELSE
021690         MOVE TILL-FILIAL TO WS-TILL-FILIAL-WK
021700     END-IF
021710     PERFORM 5400-FIND-RECOUNT THRU 5400-EXIT
021720     IF NOT WS-RCT-FOUND
021730         IF WS-RCT-COUNT NOT < 100
021740             ADD 1 TO WS-RCT-DROPPED
021750             GO TO 0121-EXIT
021760         END-IF
021770         ADD 1 TO WS-RCT-COUNT
021780         SET WS-RCT-IDX TO WS-RCT-COUNT
021790     END-IF
021800     MOVE ZERO TO WS-MONTANTE
021810     MOVE ZERO TO WS-MOEDAS
021820     MOVE ZERO TO WS-NOTAS
021830     PERFORM 2100-SUM-ONE-PAIR THRU 2100-EXIT
021840         VARYING TILL-PAIR-IDX FROM 1 BY 1
021850         UNTIL TILL-PAIR-IDX > 12
021860     MOVE TILL-TELLER-ID      TO WS-RCT-TELLER-ID(WS-RCT-IDX)
021870     MOVE WS-TILL-FILIAL-WK   TO WS-RCT-FILIAL(WS-RCT-IDX)
021880     MOVE TILL-RECONT-TELLER  TO WS-RCT-RECONT(WS-RCT-IDX)
021890     MOVE WS-MONTANTE         TO WS-RCT-MONTANTE(WS-RCT-IDX)
021900     MOVE WS-MOEDAS           TO WS-RCT-MOEDAS(WS-RCT-IDX)
021910     MOVE WS-NOTAS            TO WS-RCT-NOTAS(WS-RCT-IDX)
021920     MOVE TILL-DENOM-PAIRS    TO WS-RCT-PAIRS(WS-RCT-IDX)
021930     MOVE "N"                 TO WS-RCT-USED-SW(WS-RCT-IDX).
021940 0121-EXIT.
021950     EXIT.
021960
021970******************************************************************
021980*  0125-LOAD-HOLDS
021990*  CARREGA AS GAVETAS RETIDAS (RECNTHLD). AS PENDENTES DO DIA
022000*  FICAM DE FORA (ESTA EXECUCAO AS REFAZ) E AS DECIDIDAS DE DIAS
022010*  ANTERIORES TAMBEM - A DECISAO JA ESTA NO TELLVARH E NA
022020*  AUDITORIA, E SO A DO DIA SERVE A UMA REEXECUCAO.
022030******************************************************************
022040 0125-LOAD-HOLDS.
022050     MOVE "N" TO WS-HLD-EOF-SW
022060     OPEN INPUT RECONT-HOLD-FILE
022070     IF WS-HLD-FILE-STATUS NOT = "00"
022080         GO TO 0125-EXIT
022090     END-IF
022100     PERFORM 0126-LOAD-HOLD-ENTRY THRU 0126-EXIT
022110         UNTIL WS-HLD-EOF
022120     CLOSE RECONT-HOLD-FILE.
022130 0125-EXIT.
022140     EXIT.
022150
022160 0126-LOAD-HOLD-ENTRY.
022170     READ RECONT-HOLD-FILE
022180         AT END
022190             MOVE "Y" TO WS-HLD-EOF-SW
022200             GO TO 0126-EXIT
022210     END-READ
022220     IF RCH-PENDENTE AND RCH-BUS-DATE = WS-CURRENT-DATE
022230         GO TO 0126-EXIT
022240     END-IF
022250     IF RCH-DECIDIDA AND RCH-BUS-DATE NOT = WS-CURRENT-DATE
022260         GO TO 0126-EXIT
022270     END-IF
022280     IF WS-HLD-COUNT NOT < 200
022290         ADD 1 TO WS-HLD-DROPPED
022300         GO TO 0126-EXIT
022310     END-IF
022320     ADD 1 TO WS-HLD-COUNT
022330     SET WS-HLD-IDX TO WS-HLD-COUNT
022340     MOVE RCH-TELLER-ID       TO WS-HLD-TELLER-ID(WS-HLD-IDX)
022350     MOVE RCH-BUS-DATE        TO WS-HLD-BUS-DATE(WS-HLD-IDX)
022360     MOVE RCH-FILIAL          TO WS-HLD-FILIAL(WS-HLD-IDX)
022370     MOVE RCH-RECONT-TELLER   TO WS-HLD-RECONT(WS-HLD-IDX)
022380     MOVE RCH-STATUS          TO WS-HLD-STATUS(WS-HLD-IDX)
022390     MOVE RCH-ESCOLHA         TO WS-HLD-ESCOLHA(WS-HLD-IDX)
022400     MOVE RCH-MONTANTE-CAIXA  TO WS-HLD-MONT-CAIXA(WS-HLD-IDX)
022410     MOVE RCH-MONTANTE-RECONT TO WS-HLD-MONT-RECONT(WS-HLD-IDX)
022420     MOVE RCH-EXPECTED        TO WS-HLD-EXPECTED(WS-HLD-IDX)
022430     MOVE RCH-AJUSTE          TO WS-HLD-AJUSTE(WS-HLD-IDX)
022440     MOVE RCH-RUN-ID          TO WS-HLD-RUN-ID(WS-HLD-IDX)
022450     MOVE RCH-SUPERV-ID       TO WS-HLD-SUPERV-ID(WS-HLD-IDX)
022460     MOVE RCH-DEC-DATE        TO WS-HLD-DEC-DATE(WS-HLD-IDX).
022470 0126-EXIT.
022480     EXIT.
022490
022500******************************************************************
022510*  2700-CHECK-RECOUNT
022520*  COMPARA O FECHAMENTO COM A RECONTAGEM CEGA DO MESMO CAIXA,
022530*  DENOMINACAO A DENOMINACAO DO DENOMTAB; CADA DIVERGENCIA VAI
022540*  PARA A AUDITORIA E O RELATORIO. COM DIVERGENCIA, VALE A
022550*  DECISAO DO SUPERVISOR SE JA HOUVER (REEXECUCAO DO DIA) -
022560*  ESCOLHIDA A RECONTAGEM, O MONTANTE E A DIFERENCA PASSAM A SER
022570*  OS DELA; SEM DECISAO, A GAVETA FICA RETIDA.
022580******************************************************************
022590 2700-CHECK-RECOUNT.
022600     MOVE "N" TO WS-RCT-HOLD-SW
022610     PERFORM 5400-FIND-RECOUNT THRU 5400-EXIT
022620     IF NOT WS-RCT-FOUND
022630         GO TO 2700-EXIT
022640     END-IF
022650     MOVE "Y" TO WS-RCT-USED-SW(WS-RCT-IDX)
022660     MOVE ZERO TO WS-RCT-DIFF-COUNT
022670     PERFORM 2710-COMPARE-DENOM THRU 2710-EXIT
022680         VARYING WS-DEN-IDX FROM 1 BY 1
022690         UNTIL WS-DEN-IDX > WS-DENOM-COUNT
022700     IF WS-RCT-DIFF-COUNT = ZERO
022710         MOVE SPACES TO REPORT-LINE
022720         STRING TILL-TELLER-ID "  RECONTAGEM CEGA POR "
022730                WS-RCT-RECONT(WS-RCT-IDX) " CONFERE"
022740             DELIMITED BY SIZE INTO REPORT-LINE
022750         PERFORM 7700-PRINT-LINE THRU 7700-EXIT
022760         GO TO 2700-EXIT
022770     END-IF
022780     PERFORM 5500-FIND-HOLD THRU 5500-EXIT
022790     IF NOT WS-HLD-FOUND
022800         OR WS-HLD-STATUS(WS-HLD-IDX) NOT = "D"
022810         MOVE "Y" TO WS-RCT-HOLD-SW
022820         GO TO 2700-EXIT
022830     END-IF
022840     MOVE SPACES TO REPORT-LINE
022850     STRING TILL-TELLER-ID "  RECONTAGEM DIVERGENTE - DECISAO DE "
022860            WS-HLD-SUPERV-ID(WS-HLD-IDX) ": VALE A CONTAGEM "
022870            WS-HLD-ESCOLHA(WS-HLD-IDX)
022880         DELIMITED BY SIZE INTO REPORT-LINE
022890     PERFORM 7700-PRINT-LINE THRU 7700-EXIT
022900     IF WS-HLD-ESCOLHA(WS-HLD-IDX) = "2"
022910         MOVE WS-RCT-MONTANTE(WS-RCT-IDX) TO WS-MONTANTE
022920         MOVE WS-RCT-MOEDAS(WS-RCT-IDX)   TO WS-MOEDAS
022930         MOVE WS-RCT-NOTAS(WS-RCT-IDX)    TO WS-NOTAS
022940         COMPUTE WS-NET-CASH = WS-MONTANTE + WS-SANGRIA-TOTAL
022950                             + WS-QUAR-TOTAL + WS-PCASH-TOTAL
022960                             - WS-OPENING-FLOAT
022970         COMPUTE WS-VARIANCE = WS-NET-CASH - WS-EXPECTED-DEP
022980     END-IF.
022990 2700-EXIT.
023000     EXIT.
023010
023020 2710-COMPARE-DENOM.
023030     MOVE ZERO TO WS-RCT-QTY-CAIXA
023040     MOVE ZERO TO WS-RCT-QTY-RECONT
023050     PERFORM 2720-SUM-CAIXA-QTY THRU 2720-EXIT
023060         VARYING TILL-PAIR-IDX FROM 1 BY 1
023070         UNTIL TILL-PAIR-IDX > 12
023080     PERFORM 2730-SUM-RECONT-QTY THRU 2730-EXIT
023090         VARYING WS-RCT-SUB FROM 1 BY 1
023100         UNTIL WS-RCT-SUB > 12
023110     IF WS-RCT-QTY-CAIXA = WS-RCT-QTY-RECONT
023120         GO TO 2710-EXIT
023130     END-IF
023140     ADD 1 TO WS-RCT-DIFF-COUNT
023150     MOVE SPACES TO WS-RCT-AUDIT-TEXT
023160     STRING "RECONTAGEM DIVERGE " WS-DEN-CODE(WS-DEN-IDX)
023170            " CAIXA=" WS-RCT-QTY-CAIXA
023180            " RECONT=" WS-RCT-QTY-RECONT
023190            " POR " WS-RCT-RECONT(WS-RCT-IDX)
023200         DELIMITED BY SIZE INTO WS-RCT-AUDIT-TEXT
023210     PERFORM 7060-WRITE-AUDIT-RECONT
023220     MOVE SPACES TO REPORT-LINE
023230     STRING TILL-TELLER-ID "  " WS-RCT-AUDIT-TEXT
023240         DELIMITED BY SIZE INTO REPORT-LINE
023250     PERFORM 7700-PRINT-LINE THRU 7700-EXIT.
023260 2710-EXIT.
023270     EXIT.
023280
023290 2720-SUM-CAIXA-QTY.
023300     IF TILL-DENOM-CODE(TILL-PAIR-IDX) = WS-DEN-CODE(WS-DEN-IDX)
023310         ADD TILL-DENOM-QTY(TILL-PAIR-IDX) TO WS-RCT-QTY-CAIXA
023320     END-IF.
023330 2720-EXIT.
023340     EXIT.
023350
023360 2730-SUM-RECONT-QTY.
023370     IF WS-RCT-CODE(WS-RCT-IDX, WS-RCT-SUB) =
023380             WS-DEN-CODE(WS-DEN-IDX)
023390         ADD WS-RCT-QTY(WS-RCT-IDX, WS-RCT-SUB)
023400             TO WS-RCT-QTY-RECONT
023410     END-IF.
023420 2730-EXIT.
023430     EXIT.
023440
023450******************************************************************
023460*  2750-HOLD-DRAWER
023470*  RETEM A GAVETA COM RECONTAGEM DIVERGENTE: GRAVA (OU REFAZ) A
023480*  ENTRADA PENDENTE DO RECNTHLD COM AS DUAS CONTAGENS E O QUE O
023490*  RECONTA PRECISA PARA APURAR A DIFERENCA DE CADA UMA. A GAVETA
023500*  CONTA COMO FECHAMENTO APURADO (F= DO RESUMO DE FECHO), MAS NAO
023510*  ENTRA NO TELLVARH NEM NO TOTAL GERAL; A LINHA DE AUDITORIA NAO
023520*  TRAZ DIFERENCA, PARA O BALANCO CASAR COM O TELLVARH.
023530******************************************************************
023540 2750-HOLD-DRAWER.
023550     ADD 1 TO WS-TILL-COUNT
023560     ADD 1 TO WS-HOLD-COUNT
023570     IF NOT WS-HLD-FOUND
023580         IF WS-HLD-COUNT NOT < 200
023590             ADD 1 TO WS-HLD-DROPPED
023600         ELSE
023610             ADD 1 TO WS-HLD-COUNT
023620             SET WS-HLD-IDX TO WS-HLD-COUNT
023630             MOVE "Y" TO WS-HLD-FOUND-SW
023640         END-IF
023650     END-IF
023660     IF WS-HLD-FOUND
023670         MOVE TILL-TELLER-ID    TO WS-HLD-TELLER-ID(WS-HLD-IDX)
023680         MOVE WS-CURRENT-DATE   TO WS-HLD-BUS-DATE(WS-HLD-IDX)
023690         MOVE WS-TILL-FILIAL-WK TO WS-HLD-FILIAL(WS-HLD-IDX)
023700         MOVE WS-RCT-RECONT(WS-RCT-IDX)
023710             TO WS-HLD-RECONT(WS-HLD-IDX)
023720         MOVE "P"               TO WS-HLD-STATUS(WS-HLD-IDX)
023730         MOVE SPACE             TO WS-HLD-ESCOLHA(WS-HLD-IDX)
023740         MOVE WS-MONTANTE       TO WS-HLD-MONT-CAIXA(WS-HLD-IDX)
023750         MOVE WS-RCT-MONTANTE(WS-RCT-IDX)
023760             TO WS-HLD-MONT-RECONT(WS-HLD-IDX)
023770         MOVE WS-EXPECTED-DEP   TO WS-HLD-EXPECTED(WS-HLD-IDX)
023780         COMPUTE WS-HLD-AJUSTE(WS-HLD-IDX) =
023790             WS-NET-CASH - WS-MONTANTE
023800         MOVE RUN-STAMP-ID      TO WS-HLD-RUN-ID(WS-HLD-IDX)
023810         MOVE SPACES            TO WS-HLD-SUPERV-ID(WS-HLD-IDX)
023820         MOVE SPACES            TO WS-HLD-DEC-DATE(WS-HLD-IDX)
023830     END-IF
023840     MOVE SPACES TO WS-RCT-AUDIT-TEXT
023850     STRING "GAVETA RETIDA - " WS-RCT-DIFF-COUNT
023860            " DENOMINACOES DIVERGEM, AGUARDA SUPERVISOR"
023870         DELIMITED BY SIZE INTO WS-RCT-AUDIT-TEXT
023880     PERFORM 7060-WRITE-AUDIT-RECONT
023890     MOVE WS-MONTANTE TO WS-MONTANTE-ED
023900     MOVE WS-RCT-MONTANTE(WS-RCT-IDX) TO WS-RCT-MONTANTE-ED
023910     MOVE SPACES TO REPORT-LINE
023920     STRING TILL-TELLER-ID "  RETIDA - CAIXA R$" WS-MONTANTE-ED
023930            " RECONTAGEM R$" WS-RCT-MONTANTE-ED
023940            " - DECISAO NO RECONTA"
023950         DELIMITED BY SIZE INTO REPORT-LINE
023960     PERFORM 7700-PRINT-LINE THRU 7700-EXIT
023970     DISPLAY "CAIXA " TILL-TELLER-ID
023980             " RETIDO - RECONTAGEM CEGA DIVERGENTE, AGUARDA"
023990             " DECISAO DO SUPERVISOR (RECONTA)".
024000 2750-EXIT.
024010     EXIT.
024020
024030******************************************************************
024040*  2790-REPORT-RECOUNTS
024050*  FIM DO RELATORIO: GAVETAS RETIDAS, RECONTAGENS SEM FECHAMENTO
024060*  DO CAIXA NO DIA E AVISOS DE ESTOURO DAS TABELAS.
024070******************************************************************
024080 2790-REPORT-RECOUNTS.
024090     IF WS-HOLD-COUNT > ZERO
024100         MOVE SPACES TO REPORT-LINE
024110         STRING "*** GAVETAS RETIDAS POR RECONTAGEM DIVERGENTE: "
024120                WS-HOLD-COUNT " - FORA DO TELLVARH ATE A"
024130                " DECISAO"
024140             DELIMITED BY SIZE INTO REPORT-LINE
024150         PERFORM 7700-PRINT-LINE THRU 7700-EXIT
024160     END-IF
024170     PERFORM 2795-CHECK-ONE-RECOUNT THRU 2795-EXIT
024180         VARYING WS-RCT-IDX FROM 1 BY 1
024190         UNTIL WS-RCT-IDX > WS-RCT-COUNT
024200     IF WS-RCT-DROPPED > ZERO
024210         MOVE SPACES TO REPORT-LINE
024220         STRING "*** AVISO: " WS-RCT-DROPPED
024230                " RECONTAGENS SEM VAGA NA TABELA -"
024240                " FECHAMENTOS SEM COMPARACAO"
024250             DELIMITED BY SIZE INTO REPORT-LINE
024260         PERFORM 7700-PRINT-LINE THRU 7700-EXIT
024270     END-IF
024280     IF WS-HLD-DROPPED > ZERO
024290         MOVE SPACES TO REPORT-LINE
024300         STRING "*** AVISO: " WS-HLD-DROPPED
024310                " RETENCOES SEM VAGA NO RECNTHLD -"
024320                " CONFERIR A RETENCAO A MAO"
024330             DELIMITED BY SIZE INTO REPORT-LINE
024340         PERFORM 7700-PRINT-LINE THRU 7700-EXIT
024350     END-IF.
024360 2790-EXIT.
024370     EXIT.
024380
024390 2795-CHECK-ONE-RECOUNT.
024400     IF WS-RCT-USED-SW(WS-RCT-IDX) = "N"
024410         MOVE SPACES TO REPORT-LINE
024420         STRING WS-RCT-TELLER-ID(WS-RCT-IDX)
024430                "  RECONTAGEM CEGA SEM FECHAMENTO DO CAIXA NO DIA"
024440                " - IGNORADA"
024450             DELIMITED BY SIZE INTO REPORT-LINE
024460         PERFORM 7700-PRINT-LINE THRU 7700-EXIT
024470     END-IF.
024480 2795-EXIT.
024490     EXIT.
024500
024510******************************************************************
024520*  5300-FIND-RECOUNTER
024530*  PROCURA O CAIXA QUE FEZ A RECONTAGEM CEGA (TILL-RECONT-TELLER)
024540*  ENTRE OS CAIXAS ATIVOS DO CADASTRO, SEM MEXER EM WS-TLM-IDX.
024550******************************************************************
024560 5300-FIND-RECOUNTER.
024570     MOVE "N" TO WS-RCT-TLM-FOUND-SW
024580     PERFORM 5350-MATCH-RECOUNTER THRU 5350-EXIT
024590         VARYING WS-RCT-SCAN FROM 1 BY 1
024600         UNTIL WS-RCT-SCAN > WS-TELLM-COUNT OR WS-RCT-TLM-FOUND.
024610 5300-EXIT.
024620     EXIT.
024630
024640 5350-MATCH-RECOUNTER.
024650     IF WS-TLM-ID(WS-RCT-SCAN) = TILL-RECONT-TELLER
024660         AND WS-TLM-ACTIVE(WS-RCT-SCAN) = "A"
024670         MOVE "Y" TO WS-RCT-TLM-FOUND-SW
024680     END-IF.
024690 5350-EXIT.
024700     EXIT.
024710
024720******************************************************************
024730*  5400-FIND-RECOUNT
024740*  PROCURA A RECONTAGEM CEGA DO CAIXA/FILIAL DO REGISTRO ATUAL;
024750*  DEIXA WS-RCT-IDX NA ENTRADA ENCONTRADA.
024760******************************************************************
024770 5400-FIND-RECOUNT.
024780     MOVE "N" TO WS-RCT-FOUND-SW
024790     PERFORM 5450-MATCH-RECOUNT THRU 5450-EXIT
024800         VARYING WS-RCT-IDX FROM 1 BY 1
024810         UNTIL WS-RCT-IDX > WS-RCT-COUNT OR WS-RCT-FOUND
024820     IF WS-RCT-FOUND
024830         SET WS-RCT-IDX TO WS-RCT-POS
024840     END-IF.
024850 5400-EXIT.
024860     EXIT.
024870
024880 5450-MATCH-RECOUNT.
024890     IF WS-RCT-TELLER-ID(WS-RCT-IDX) = TILL-TELLER-ID
024900         AND WS-RCT-FILIAL(WS-RCT-IDX) = WS-TILL-FILIAL-WK
024910         MOVE "Y" TO WS-RCT-FOUND-SW
024920         SET WS-RCT-POS TO WS-RCT-IDX
024930     END-IF.
024940 5450-EXIT.
024950     EXIT.
024960
024970******************************************************************
024980*  5500-FIND-HOLD
024990*  PROCURA A RETENCAO DO CAIXA/FILIAL DO REGISTRO ATUAL NO DIA
025000*  DE NEGOCIO; DEIXA WS-HLD-IDX NA ENTRADA ENCONTRADA.
025010******************************************************************
025020 5500-FIND-HOLD.
025030     MOVE "N" TO WS-HLD-FOUND-SW
025040     PERFORM 5550-MATCH-HOLD THRU 5550-EXIT
025050         VARYING WS-HLD-IDX FROM 1 BY 1
025060         UNTIL WS-HLD-IDX > WS-HLD-COUNT OR WS-HLD-FOUND
025070     IF WS-HLD-FOUND
025080         SET WS-HLD-IDX TO WS-HLD-POS
025090     END-IF.
025100 5500-EXIT.
025110     EXIT.
025120
025130 5550-MATCH-HOLD.
025140     IF WS-HLD-TELLER-ID(WS-HLD-IDX) = TILL-TELLER-ID
025150         AND WS-HLD-BUS-DATE(WS-HLD-IDX) = WS-CURRENT-DATE
025160         AND WS-HLD-FILIAL(WS-HLD-IDX) = WS-TILL-FILIAL-WK
025170         MOVE "Y" TO WS-HLD-FOUND-SW
025180         SET WS-HLD-POS TO WS-HLD-IDX
025190     END-IF.
025200 5550-EXIT.
025210     EXIT.
025220
025230******************************************************************
025240*  7060-WRITE-AUDIT-RECONT
025250*  GRAVA NA TRILHA DE AUDITORIA UMA LINHA DA RECONTAGEM CEGA
025260*  (DIVERGENCIA OU RETENCAO) MONTADA EM WS-RCT-AUDIT-TEXT.
025270******************************************************************
025280 7060-WRITE-AUDIT-RECONT.
025290     MOVE "MOEDA"           TO AUDIT-PROGRAM-ID
025300     MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
025310     MOVE WS-CURRENT-DATE   TO AUDIT-DATE
025320     MOVE WS-CURRENT-TIME   TO AUDIT-TIME
025330     MOVE TILL-TELLER-ID    TO AUDIT-KEY
025340     MOVE WS-RCT-AUDIT-TEXT TO AUDIT-DETAIL
025350     CALL "AUDITWR" USING AUDIT-RECORD.
025360
025370******************************************************************
025380*  7070-WRITE-HOLD-FILE
025390*  REGRAVA O RECNTHLD COM AS RETENCOES EM MEMORIA.
025400******************************************************************
025410 7070-WRITE-HOLD-FILE.
025420     OPEN OUTPUT RECONT-HOLD-FILE
025430     PERFORM 7075-WRITE-ONE-HOLD THRU 7075-EXIT
025440         VARYING WS-HLD-IDX FROM 1 BY 1
025450         UNTIL WS-HLD-IDX > WS-HLD-COUNT
025460     CLOSE RECONT-HOLD-FILE.
025470 7070-EXIT.
025480     EXIT.
025490
025500 7075-WRITE-ONE-HOLD.
025510     MOVE SPACES TO RECONT-HOLD-RECORD
025520     MOVE WS-HLD-TELLER-ID(WS-HLD-IDX)   TO RCH-TELLER-ID
025530     MOVE WS-HLD-BUS-DATE(WS-HLD-IDX)    TO RCH-BUS-DATE
025540     MOVE WS-HLD-FILIAL(WS-HLD-IDX)      TO RCH-FILIAL
025550     MOVE WS-HLD-RECONT(WS-HLD-IDX)      TO RCH-RECONT-TELLER
025560     MOVE WS-HLD-STATUS(WS-HLD-IDX)      TO RCH-STATUS
025570     MOVE WS-HLD-ESCOLHA(WS-HLD-IDX)     TO RCH-ESCOLHA
025580     MOVE WS-HLD-MONT-CAIXA(WS-HLD-IDX)  TO RCH-MONTANTE-CAIXA
025590     MOVE WS-HLD-MONT-RECONT(WS-HLD-IDX) TO RCH-MONTANTE-RECONT
025600     MOVE WS-HLD-EXPECTED(WS-HLD-IDX)    TO RCH-EXPECTED
025610     MOVE WS-HLD-AJUSTE(WS-HLD-IDX)      TO RCH-AJUSTE
025620     MOVE WS-HLD-RUN-ID(WS-HLD-IDX)      TO RCH-RUN-ID
025630     MOVE WS-HLD-SUPERV-ID(WS-HLD-IDX)   TO RCH-SUPERV-ID
025640     MOVE WS-HLD-DEC-DATE(WS-HLD-IDX)    TO RCH-DEC-DATE
025650     WRITE RECONT-HOLD-RECORD.
025660 7075-EXIT.
025670     EXIT.
025680
025690******************************************************************
025700*  1510-CHECK-RECOUNTER
025710*  O CAIXA QUE FEZ A RECONTAGEM CEGA TEM DE SER OUTRO CAIXA, ATIVO
025720*  NO TELLMAST - SENAO A RECONTAGEM E REJEITADA.
025730******************************************************************
025740 1510-CHECK-RECOUNTER.
025750     MOVE "Y" TO WS-VALID-SW
025760     PERFORM 5300-FIND-RECOUNTER THRU 5300-EXIT
025770     IF NOT WS-RCT-TLM-FOUND
025780         OR TILL-RECONT-TELLER = TILL-TELLER-ID
025790         PERFORM 1550-REJECT-TILL
025800     END-IF.
025810 1510-EXIT.
025820     EXIT.
025825
025830******************************************************************
025840*  1530-CHECK-INCOMING
025850*  O CAIXA QUE RECEBE A GAVETA NA PASSAGEM TEM DE SER OUTRO CAIXA,
025860*  ATIVO NO TELLMAST - SENAO A PASSAGEM E REJEITADA.
025870******************************************************************
025880 1530-CHECK-INCOMING.
025890     MOVE "Y" TO WS-VALID-SW
025900     PERFORM 5600-FIND-INCOMING THRU 5600-EXIT
025910     IF NOT WS-PSG-TLM-FOUND
025920         OR TILL-PASSA-PARA = TILL-TELLER-ID
025930         PERFORM 1550-REJECT-TILL
025940     END-IF.
025950 1530-EXIT.
025960     EXIT.
025970
025980******************************************************************
025990*  5600-FIND-INCOMING
026000*  PROCURA O CAIXA QUE RECEBE A GAVETA (TILL-PASSA-PARA) ENTRE OS
026010*  CAIXAS ATIVOS DO CADASTRO, SEM MEXER EM WS-TLM-IDX.
026020******************************************************************
026030 5600-FIND-INCOMING.
026040     MOVE "N" TO WS-PSG-TLM-FOUND-SW
026050     PERFORM 5650-MATCH-INCOMING THRU 5650-EXIT
026060         VARYING WS-PSG-SCAN FROM 1 BY 1
026070         UNTIL WS-PSG-SCAN > WS-TELLM-COUNT OR WS-PSG-TLM-FOUND.
026080 5600-EXIT.
026090     EXIT.
026100
026110 5650-MATCH-INCOMING.
026120     IF WS-TLM-ID(WS-PSG-SCAN) = TILL-PASSA-PARA
026130         AND WS-TLM-ACTIVE(WS-PSG-SCAN) = "A"
026140         MOVE "Y" TO WS-PSG-TLM-FOUND-SW
026150     END-IF.
026160 5650-EXIT.
026170     EXIT.
026180
026190******************************************************************
026200*  2810-STORE-HANDOVER-FLOAT
026210*  A CONTAGEM DA PASSAGEM DA GAVETA VIRA O FUNDO DE TROCO DA
026220*  SESSAO DO CAIXA QUE RECEBE, ABATIDO NO FECHAMENTO DELE COMO UMA
026230*  ABERTURA, E A PASSAGEM E REGISTRADA NO RELATORIO.
026240******************************************************************
026250 2810-STORE-HANDOVER-FLOAT.
026260     IF WS-FLOAT-COUNT < 100
026270         ADD 1 TO WS-FLOAT-COUNT
026280         SET WS-FLT-IDX TO WS-FLOAT-COUNT
026290         MOVE TILL-PASSA-PARA TO WS-FLT-TELLER-ID(WS-FLT-IDX)
026300         MOVE WS-TILL-FILIAL-WK TO WS-FLT-FILIAL(WS-FLT-IDX)
026310         MOVE WS-MONTANTE     TO WS-FLT-AMOUNT(WS-FLT-IDX)
026320         MOVE TILL-TELLER-ID  TO WS-FLT-DE-CAIXA(WS-FLT-IDX)
026330         MOVE "N"             TO WS-FLT-USED-SW(WS-FLT-IDX)
026340     ELSE
026350         ADD 1 TO WS-FLOAT-DROPPED
026360         DISPLAY "PASSAGEM DE " TILL-TELLER-ID
026370                 " SEM VAGA NA TABELA DE FUNDOS - O FECHAMENTO"
026380                 " DE " TILL-PASSA-PARA " SAIRA COM FUNDO ZERO"
026390     END-IF
026400     MOVE SPACES TO REPORT-LINE
026410     STRING TILL-TELLER-ID   DELIMITED BY SIZE
026420            "  PASSOU A GAVETA A " DELIMITED BY SIZE
026430            TILL-PASSA-PARA  DELIMITED BY SIZE
026440            " (FUNDO DA NOVA SESSAO) " DELIMITED BY SIZE
026450            WS-MONTANTE-DISP DELIMITED BY SIZE
026460         INTO REPORT-LINE
026470     PERFORM 7700-PRINT-LINE THRU 7700-EXIT.
026480 2810-EXIT.
026490     EXIT.
