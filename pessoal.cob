000160*  TRILHA DE AUDITORIA; CRIACAO E BLOQUEIO DE OPERADOR VAO
000170*  TAMBEM AO LOG DE SEGURANCA - ANTES ERAM QUATRO ARQUIVOS
000180*  EDITADOS EM QUATRO LUGARES E O ESCALA CATAVA OS ERROS.
000182*  A ACAO S MANTEM O SALARIO DO FUNCIONARIO (MATRICULA NO
000184*  ESCRITORIO DA FOLHA, SALARIO BASE E CARGA HORARIA MENSAL), QUE
000186*  A PRE-FOLHA (FOLHAPRE) USA.
000187*  O CAIXA E A EXCECAO: CRIACAO E INATIVACAO NO TELLMAST VIRAM
000188*  PEDIDO NO PENDALT (ROTINA PENDWR) E SO SAO APLICADAS QUANDO UM
000189*  SEGUNDO ADMINISTRADOR AS APROVA NO APROVA.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000222*  2026-10-15 AFG   ACAO S - MATRICULA, SALARIO BASE E CARGA
000224*                   HORARIA DO FUNCIONARIO NO EMPMAST, COM
000226*                   REGISTRO NA AUDITORIA; OS CAMPOS NOVOS SAO
000228*                   PRESERVADOS NA REGRAVACAO DO CADASTRO.
000229*  2026-10-15 AFG   CRIACAO E INATIVACAO DE CAIXA NAO GRAVAM MAIS
000230*                   O TELLMAST: VIRAM PEDIDO NO PENDALT (COPYBOOK
000231*                   PENDALTREC, ROTINA PENDWR) COM AS IMAGENS
000232*                   ANTIGA E NOVA, PARA OUTRO ADMINISTRADOR
000233*                   APROVAR NO APROVA. EMPMAST E OPERMAST (E O
000234*                   BLOQUEIO DO OPERADOR NO DESLIGAMENTO)
000235*                   CONTINUAM IMEDIATOS.
000236******************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
001050 01  WS-ESCALA-LINHAS            PIC 9(03).
001060 01  WS-SCAN                     PIC 9(03).
001070 01  WS-POS                      PIC 9(03).
001071 01  WS-IN-MATRICULA             PIC X(06).
001072 01  WS-IN-VALOR                 PIC X(10).
001073 01  WS-IN-CARGA                 PIC X(10).
001074 01  WS-ALLOW-ZERO-NO            PIC X(01)   VALUE "N".
001075 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001076 01  WS-VALOR-VALID-SW           PIC X(01)   VALUE "N".
001077     88  WS-VALOR-VALID                      VALUE "Y".
001078 01  WS-SALARIO-NUM              PIC 9(07)V99.
001079 01  WS-SALARIO-ED               PIC ZZZZZZ9.99.
001080 01  WS-PEDIDO-COUNT             PIC 9(03)   VALUE ZERO.
001081******************************************************************
001082*  ESPELHO DO REGISTRO DO CAIXA PARA MONTAR AS IMAGENS ANTIGA E
001083*  NOVA DO PEDIDO SEM PASSAR PELO BUFFER DO ARQUIVO.
001084******************************************************************
001085 01  WS-TELL-IMAGE.
001086     05  WS-TI-ID                PIC X(05).
001087     05  WS-TI-NAME              PIC X(30).
001088     05  WS-TI-REGISTER          PIC 9(03).
001089     05  WS-TI-ACTIVE            PIC X(01).
001090     05  WS-TI-LIMITE            PIC 9(05)V99.
001091     05  FILLER                  PIC X(04).
001092******************************************************************
001093*  PEDIDO DE ALTERACAO SUBMETIDO AO PENDWR.
001094******************************************************************
001095     COPY PENDALTREC.
001096******************************************************************
001097*  OS TRES CADASTROS EM MEMORIA; EMPMAST E OPERMAST SAO
001098*  REGRAVADOS INTEIROS NA SAIDA. O TELLMAST E SO CONSULTA (AS
001099*  MUDANCAS VAO PARA O PENDALT); WS-TL-RAW E O REGISTRO COMO LIDO.
001110******************************************************************
001120 01  WS-EM-TABLE.
001130     05  WS-EM-ENTRY OCCURS 200 TIMES
001150         10  WS-EM-NOME          PIC X(20).
001160         10  WS-EM-STATUS        PIC X(01).
001170         10  WS-EM-DESLIG        PIC X(08).
001172         10  WS-EM-MATRICULA     PIC X(06).
001174         10  WS-EM-SALARIO       PIC 9(07)V99.
001176         10  WS-EM-CARGA         PIC 9(03).
001180 01  WS-EM-COUNT                 PIC 9(03)   VALUE ZERO.
001190 01  WS-OP-TABLE.
001200     05  WS-OP-ENTRY OCCURS 100 TIMES
001350         10  WS-TL-REGISTER      PIC 9(03).
001360         10  WS-TL-ACTIVE        PIC X(01).
001370         10  WS-TL-LIMITE        PIC 9(05)V99.
001371         10  WS-TL-RAW           PIC X(50).
001380 01  WS-TL-COUNT                 PIC 9(03)   VALUE ZERO.
001390 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001400     88  WS-OVERFLOW                         VALUE "Y".
002410     SET WS-EM-IDX TO WS-EM-COUNT
002420     MOVE EMP-NOME        TO WS-EM-NOME(WS-EM-IDX)
002430     MOVE EMP-STATUS      TO WS-EM-STATUS(WS-EM-IDX)
002440     MOVE EMP-DESLIG-DATE TO WS-EM-DESLIG(WS-EM-IDX)
002441     MOVE EMP-MATRICULA   TO WS-EM-MATRICULA(WS-EM-IDX)
002442     IF EMP-SALARIO NUMERIC
002443         MOVE EMP-SALARIO     TO WS-EM-SALARIO(WS-EM-IDX)
002444     ELSE
002445         MOVE ZERO            TO WS-EM-SALARIO(WS-EM-IDX)
002446     END-IF
002447     IF EMP-CARGA-HORAS NUMERIC
002448         MOVE EMP-CARGA-HORAS TO WS-EM-CARGA(WS-EM-IDX)
002449     ELSE
002450         MOVE ZERO            TO WS-EM-CARGA(WS-EM-IDX)
002451     END-IF.
002452 1100-EXIT.
002460     EXIT.
002470
002480 1200-LOAD-OPER.
002830     MOVE TELLM-NAME          TO WS-TL-NAME(WS-TL-IDX)
002840     MOVE TELLM-REGISTER      TO WS-TL-REGISTER(WS-TL-IDX)
002850     MOVE TELLM-ACTIVE        TO WS-TL-ACTIVE(WS-TL-IDX)
002851     MOVE TELLM-LIMITE-GAVETA TO WS-TL-LIMITE(WS-TL-IDX)
002852     MOVE TELLER-MASTER-RECORD TO WS-TL-RAW(WS-TL-IDX).
002870 1300-EXIT.
002880     EXIT.
002890
003220     DISPLAY "ADMISSAO E DESLIGAMENTO - ESCOLHA A ACAO:"
003230     DISPLAY "  A - ADMITIR FUNCIONARIO"
003240     DISPLAY "  D - DESLIGAR FUNCIONARIO"
003245     DISPLAY "  S - SALARIO E MATRICULA DA FOLHA"
003250     DISPLAY "  X - SAIR E GRAVAR"
003260     ACCEPT WS-ACAO
003270     EVALUATE WS-ACAO
003310         WHEN "D"
003320         WHEN "d"
003330             PERFORM 2500-DESLIGAR THRU 2500-EXIT
003332         WHEN "S"
003334         WHEN "s"
003336             PERFORM 2700-SALARIO THRU 2700-EXIT
003340         WHEN "X"
003350         WHEN "x"
003360             MOVE "Y" TO WS-EXIT-SW
003690     MOVE WS-IN-NOME TO WS-EM-NOME(WS-EM-IDX)
003700     MOVE "A"        TO WS-EM-STATUS(WS-EM-IDX)
003710     MOVE SPACES     TO WS-EM-DESLIG(WS-EM-IDX)
003712     MOVE SPACES     TO WS-EM-MATRICULA(WS-EM-IDX)
003714     MOVE ZERO       TO WS-EM-SALARIO(WS-EM-IDX)
003716                        WS-EM-CARGA(WS-EM-IDX)
003720     ADD 1 TO WS-CHANGE-COUNT
003730     PERFORM 7000-WRITE-AUDIT-ADMISSAO
003740     DISPLAY "FUNCIONARIO ADMITIDO"
004520
004530******************************************************************
004540*  2300-CRIA-CAIXA
004541*  SUBMETE A CRIACAO DO CAIXA NO TELLMAST COM O LIMITE DE GAVETA
004542*  DO SEGURO.
004560******************************************************************
004570 2300-CRIA-CAIXA.
004580     IF WS-TL-COUNT >= 100
004730     ACCEPT WS-IN-REGISTER
004740     DISPLAY "LIMITE DE GAVETA (0 = SEM LIMITE):"
004750     ACCEPT WS-IN-LIMITE
004751     MOVE SPACES          TO WS-TELL-IMAGE
004752     MOVE WS-IN-TELLER-ID TO WS-TI-ID
004753     MOVE WS-IN-NOME      TO WS-TI-NAME
004754     MOVE WS-IN-REGISTER  TO WS-TI-REGISTER
004755     MOVE "A"             TO WS-TI-ACTIVE
004756     MOVE WS-IN-LIMITE    TO WS-TI-LIMITE
004757     MOVE SPACES          TO PEND-CHANGE-RECORD
004758     MOVE "I"             TO PALT-ACAO
004759     MOVE WS-TELL-IMAGE   TO PALT-NEW-IMAGE
004760     STRING "CAIXA CRIADO REGISTRO=" WS-IN-REGISTER
004761         DELIMITED BY SIZE INTO PALT-RESUMO
004762     PERFORM 7600-SUBMETE-PEDIDO.
004860 2300-EXIT.
004870     EXIT.
004880
004970
004980******************************************************************
004990*  2500-DESLIGAR
004991*  CARIMBA O FUNCIONARIO DESLIGADO, BLOQUEIA O OPERADOR E APONTA
004992*  AS LINHAS DA ESCALA QUE AINDA CITAM A PESSOA - TUDO NUMA SO
004993*  TRANSACAO. A INATIVACAO DO CAIXA VAI COMO PEDIDO PARA
004994*  APROVACAO.
005030******************************************************************
005040 2500-DESLIGAR.
005050     DISPLAY "NOME DO FUNCIONARIO:"
005500     SET WS-TL-IDX TO WS-SCAN
005510     IF WS-TL-NAME(WS-TL-IDX)(1:20) = WS-IN-NOME
005520         AND WS-TL-ACTIVE(WS-TL-IDX) NOT = "I"
005521         MOVE WS-TL-ID(WS-TL-IDX) TO WS-IN-TELLER-ID
005522         MOVE SPACES           TO PEND-CHANGE-RECORD
005523         MOVE "A"              TO PALT-ACAO
005524         MOVE WS-TL-RAW(WS-TL-IDX) TO WS-TELL-IMAGE
005525         MOVE WS-TELL-IMAGE    TO PALT-OLD-IMAGE
005526         MOVE "I"              TO WS-TI-ACTIVE
005527         MOVE WS-TELL-IMAGE    TO PALT-NEW-IMAGE
005528         MOVE "CAIXA INATIVADO POR DESLIGAMENTO" TO PALT-RESUMO
005529         PERFORM 7600-SUBMETE-PEDIDO
005550     END-IF.
005560 2570-EXIT.
005570     EXIT.
005900 2650-EXIT.
005910     EXIT.
005920
005921******************************************************************
005922*  2700-SALARIO
005923*  GRAVA A MATRICULA NO ESCRITORIO DA FOLHA, O SALARIO BASE
005924*  MENSAL E A CARGA HORARIA (BRANCO = A PADRAO DO FOLHPARM) DE UM
005925*  FUNCIONARIO ATIVO. BRANCO NA MATRICULA OU NO SALARIO MANTEM O
005926*  QUE ESTAVA.
005927******************************************************************
005928 2700-SALARIO.
005929     DISPLAY "NOME DO FUNCIONARIO:"
005930     ACCEPT WS-IN-NOME
005931     MOVE "N" TO WS-FOUND-SW
005932     PERFORM 2150-MATCH-EMP THRU 2150-EXIT
005933         VARYING WS-SCAN FROM 1 BY 1
005934         UNTIL WS-SCAN > WS-EM-COUNT OR WS-FOUND
005935     IF NOT WS-FOUND
005936         DISPLAY "FUNCIONARIO NAO CADASTRADO"
005937         GO TO 2700-EXIT
005938     END-IF
005939     SET WS-EM-IDX TO WS-POS
005940     IF WS-EM-STATUS(WS-EM-IDX) = "I"
005941         DISPLAY "FUNCIONARIO DESLIGADO"
005942         GO TO 2700-EXIT
005943     END-IF
005944     MOVE WS-EM-SALARIO(WS-EM-IDX) TO WS-SALARIO-ED
005945     DISPLAY "ATUAL: MATRICULA " WS-EM-MATRICULA(WS-EM-IDX)
005946             " SALARIO R$" WS-SALARIO-ED
005947             " CARGA " WS-EM-CARGA(WS-EM-IDX) "H"
005948     DISPLAY "MATRICULA NO ESCRITORIO DA FOLHA (BRANCO = MANTEM):"
005949     ACCEPT WS-IN-MATRICULA
005950     DISPLAY "SALARIO BASE MENSAL (CENTAVOS, BRANCO = MANTEM):"
005951     ACCEPT WS-IN-VALOR
005952     MOVE WS-EM-SALARIO(WS-EM-IDX) TO WS-SALARIO-NUM
005953     IF WS-IN-VALOR NOT = SPACES
005954         CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-NO
005955                               WS-VALOR-VALID-SW
005956         IF NOT WS-VALOR-VALID
005957             DISPLAY "SALARIO INVALIDO - NADA ALTERADO"
005958             GO TO 2700-EXIT
005959         END-IF
005960         COMPUTE WS-SALARIO-NUM =
005961             FUNCTION NUMVAL(WS-IN-VALOR) / 100
005962     END-IF
005963     DISPLAY "CARGA HORARIA MENSAL (BRANCO = PADRAO DO FOLHPARM):"
005964     ACCEPT WS-IN-CARGA
005965     IF WS-IN-CARGA NOT = SPACES
005966         CALL "VALIDNUM" USING WS-IN-CARGA WS-ALLOW-ZERO-YES
005967                               WS-VALOR-VALID-SW
005968         IF NOT WS-VALOR-VALID
005969             DISPLAY "CARGA HORARIA INVALIDA - NADA ALTERADO"
005970             GO TO 2700-EXIT
005971         END-IF
005972     END-IF
005973     IF WS-IN-MATRICULA NOT = SPACES
005974         MOVE WS-IN-MATRICULA TO WS-EM-MATRICULA(WS-EM-IDX)
005975     END-IF
005976     MOVE WS-SALARIO-NUM TO WS-EM-SALARIO(WS-EM-IDX)
005977     IF WS-IN-CARGA = SPACES
005978         MOVE ZERO TO WS-EM-CARGA(WS-EM-IDX)
005979     ELSE
005980         COMPUTE WS-EM-CARGA(WS-EM-IDX) =
005981             FUNCTION NUMVAL(WS-IN-CARGA)
005982     END-IF
005983     ADD 1 TO WS-CHANGE-COUNT
005984     PERFORM 7400-WRITE-AUDIT-SALARIO
005985     DISPLAY "SALARIO GRAVADO".
005986 2700-EXIT.
005987     EXIT.
005988
005989******************************************************************
005990*  3000-FINALIZE
005991*  REGRAVA O EMPMAST E O OPERMAST INTEIROS E FECHA OS LOGS (O
005992*  TELLMAST SO MUDA PELO APROVA).
005993******************************************************************
005994 3000-FINALIZE.
005995     OPEN OUTPUT EMPLOYEE-MASTER-FILE
005996     PERFORM 3100-WRITE-EMP THRU 3100-EXIT
006000         VARYING WS-SCAN FROM 1 BY 1
006010         UNTIL WS-SCAN > WS-EM-COUNT
006020     CLOSE EMPLOYEE-MASTER-FILE
006050         VARYING WS-SCAN FROM 1 BY 1
006060         UNTIL WS-SCAN > WS-OP-COUNT
006070     CLOSE OPERATOR-MASTER-FILE
006130     CLOSE AUDIT-LOG-FILE
006140     CLOSE SECURITY-LOG-FILE
006150     DISPLAY "CADASTROS GRAVADOS - ALTERACOES: "
006151             WS-CHANGE-COUNT
006152     DISPLAY "PEDIDOS DE CAIXA SUBMETIDOS PARA APROVACAO: "
006153             WS-PEDIDO-COUNT.
006170
006180 3100-WRITE-EMP.
006190     SET WS-EM-IDX TO WS-SCAN
006210     MOVE WS-EM-NOME(WS-EM-IDX)   TO EMP-NOME
006220     MOVE WS-EM-STATUS(WS-EM-IDX) TO EMP-STATUS
006230     MOVE WS-EM-DESLIG(WS-EM-IDX) TO EMP-DESLIG-DATE
006232     MOVE WS-EM-MATRICULA(WS-EM-IDX) TO EMP-MATRICULA
006234     MOVE WS-EM-SALARIO(WS-EM-IDX)   TO EMP-SALARIO
006236     MOVE WS-EM-CARGA(WS-EM-IDX)     TO EMP-CARGA-HORAS
006240     WRITE EMPLOYEE-RECORD.
006250 3100-EXIT.
006260     EXIT.
006390 3200-EXIT.
006400     EXIT.
006410
006540******************************************************************
006550*  7000-WRITE-AUDIT-ADMISSAO
006560*  GRAVA A ADMISSAO NA TRILHA DE AUDITORIA.
006770     MOVE SPACES              TO AUDIT-DETAIL
006780     STRING "OPERADOR CRIADO NIVEL " WS-IN-ROLE
006790         DELIMITED BY SIZE INTO AUDIT-DETAIL
006930     CALL "AUDITWR" USING AUDIT-RECORD.
006940
006950******************************************************************
007090         DELIMITED BY SIZE INTO AUDIT-DETAIL
007100     CALL "AUDITWR" USING AUDIT-RECORD.
007110
007111******************************************************************
007112*  7400-WRITE-AUDIT-SALARIO
007113*  GRAVA A ALTERACAO DE SALARIO NA TRILHA, COM O VALOR NOVO.
007114******************************************************************
007115 7400-WRITE-AUDIT-SALARIO.
007116     MOVE "PESSOAL"          TO AUDIT-PROGRAM-ID
007117     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007118     ACCEPT AUDIT-TIME FROM TIME
007119     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007120     MOVE WS-IN-NOME(1:10)    TO AUDIT-KEY
007121     MOVE WS-EM-SALARIO(WS-EM-IDX) TO WS-SALARIO-ED
007122     MOVE SPACES              TO AUDIT-DETAIL
007123     STRING "SALARIO R$" WS-SALARIO-ED
007124            " CARGA " WS-EM-CARGA(WS-EM-IDX)
007125            " MATRICULA " WS-EM-MATRICULA(WS-EM-IDX)
007126         DELIMITED BY SIZE INTO AUDIT-DETAIL
007127     CALL "AUDITWR" USING AUDIT-RECORD.
007128******************************************************************
007130*  7500-WRITE-SECLOG
007140*  GRAVA UM EVENTO DE CONTA NO LOG DE SEGURANCA - O MOTIVO JA
007150*  VEM PREENCHIDO EM SEC-REASON.
007200     MOVE WS-IN-OPER-ID TO SEC-OPERATOR-ID
007210     MOVE "PESSOAL"     TO SEC-TERMINAL
007220     WRITE SECURITY-LOG-RECORD.
007221
007222******************************************************************
007223*  7600-SUBMETE-PEDIDO
007224*  COMPLETA O PEDIDO DE CAIXA (ACAO, IMAGENS E RESUMO JA VEM DO
007225*  CHAMADOR), GRAVA-O NO PENDALT PELO PENDWR E AUDITA A
007226*  SUBMISSAO. A CHAVE UNICA DO TELLMAST E O ID DO CAIXA (POSICAO
007227*  1, 5 BYTES).
007228******************************************************************
007229 7600-SUBMETE-PEDIDO.
007230     MOVE "TELLMAST"         TO PALT-ARQUIVO
007231     MOVE WS-IN-TELLER-ID    TO PALT-CHAVE
007232     MOVE 1                  TO PALT-CHAVE-POS
007233     MOVE 5                  TO PALT-CHAVE-TAM
007234     MOVE "PESSOAL"          TO PALT-PROGRAMA
007235     MOVE WS-REQUIRED-LEVEL  TO PALT-NIVEL
007236     MOVE WS-OPERATOR-ID     TO PALT-SOLICITANTE
007237     CALL "PENDWR" USING PEND-CHANGE-RECORD
007238     ADD 1 TO WS-PEDIDO-COUNT
007239     MOVE "PESSOAL"          TO AUDIT-PROGRAM-ID
007240     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
007241     ACCEPT AUDIT-TIME FROM TIME
007242     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
007243     MOVE WS-IN-TELLER-ID     TO AUDIT-KEY
007244     MOVE SPACES              TO AUDIT-DETAIL
007245     STRING "PEND " PALT-NUMERO " " PALT-RESUMO
007246         DELIMITED BY SIZE INTO AUDIT-DETAIL
007247     CALL "AUDITWR" USING AUDIT-RECORD
007248     DISPLAY "PEDIDO " PALT-NUMERO " AGUARDANDO APROVACAO"
007249             " (VALIDO ATE " PALT-EXPIRA ")".
