000110*  ROTAMANT E PARA AS ROTAS): INCLUIR/SUBSTITUIR A META DE UM
000120*  MES, LISTAR O CADASTRO. O OPERADOR SE IDENTIFICA PELO OPSIGNON
000130*  E CADA MUDANCA VAI PARA A TRILHA DE AUDITORIA COMPARTILHADA.
000131*  NENHUMA MUDANCA VAI DIRETO AO BUDGMAST: CADA UMA VIRA UM PEDIDO
000132*  NO PENDALT (ROTINA PENDWR) E SO E APLICADA QUANDO UM SEGUNDO
000133*  OPERADOR A APROVA NO APROVA.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000171*  2026-10-15 AFG   A META NAO GRAVA MAIS O BUDGMAST: VIRA PEDIDO
000172*                   NO PENDALT (COPYBOOK PENDALTREC, ROTINA
000173*                   PENDWR) - ALTERACAO SE O MES JA TEM META,
000174*                   INCLUSAO SE NAO - PARA UM SEGUNDO OPERADOR
000175*                   APROVAR NO APROVA. A TABELA GUARDA O
000176*                   REGISTRO COMO LIDO PARA SERVIR DE IMAGEM
000177*                   ANTIGA.
000180******************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000670 01  WS-VALOR-ED                 PIC ZZZZZZZZ9.99.
000680
000690******************************************************************
000691*  ESPELHO DO REGISTRO DO MES PARA MONTAR AS IMAGENS ANTIGA E
000692*  NOVA DO PEDIDO SEM PASSAR PELO BUFFER DO ARQUIVO.
000693******************************************************************
000694 01  WS-BUDG-IMAGE.
000695     05  WS-BI-MES               PIC X(06).
000696     05  WS-BI-MONTANTE          PIC 9(09)V99.
000697     05  WS-BI-TARIFA            PIC 9(09)V99.
000698     05  WS-BI-PASS              PIC 9(07).
000699     05  WS-BI-APROV             PIC 9(03).
000700     05  WS-BI-TOLER             PIC 9(02).
000701     05  FILLER                  PIC X(10).
000702******************************************************************
000703*  PEDIDO DE ALTERACAO SUBMETIDO AO PENDWR.
000704******************************************************************
000705     COPY PENDALTREC.
000706
000707******************************************************************
000708*  ORCAMENTO CARREGADO EM MEMORIA, SO PARA CONSULTA - AS MUDANCAS
000709*  VAO PARA O PENDALT. WS-BG-RAW E O REGISTRO COMO LIDO.
000720******************************************************************
000730 01  WS-BG-TABLE.
000740     05  WS-BG-ENTRY OCCURS 36 TIMES
000790         10  WS-BG-PASS          PIC 9(07).
000800         10  WS-BG-APROV         PIC 9(03).
000810         10  WS-BG-TOLER         PIC 9(02).
000811         10  WS-BG-RAW           PIC X(50).
000820 01  WS-BG-COUNT                 PIC 9(03)   VALUE ZERO.
000830 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
000840     88  WS-OVERFLOW                         VALUE "Y".
001700     MOVE BUDG-TARIFA         TO WS-BG-TARIFA(WS-BG-IDX)
001710     MOVE BUDG-PASSAGEIROS    TO WS-BG-PASS(WS-BG-IDX)
001720     MOVE BUDG-APROV-PCT      TO WS-BG-APROV(WS-BG-IDX)
001721     MOVE BUDG-TOLERANCIA-PCT TO WS-BG-TOLER(WS-BG-IDX)
001722     MOVE BUDGET-MASTER-RECORD TO WS-BG-RAW(WS-BG-IDX).
001740 1100-EXIT.
001750     EXIT.
001760
001960     DISPLAY "MANUTENCAO DO ORCAMENTO - ESCOLHA A ACAO:"
001970     DISPLAY "  I - INCLUIR/SUBSTITUIR META DE UM MES"
001980     DISPLAY "  L - LISTAR O CADASTRO"
001981     DISPLAY "  X - SAIR"
002000     ACCEPT WS-ACAO
002010     EVALUATE WS-ACAO
002020         WHEN "I"
002160
002170******************************************************************
002180*  2100-INCLUDE-META
002181*  SUBMETE A META DE UM MES: INCLUSAO, OU ALTERACAO DA EXISTENTE
002182*  (O ORCAMENTO E REVISADO NO MEIO DO ANO).
002210******************************************************************
002220 2100-INCLUDE-META.
002230     DISPLAY "MES DA META (AAAAMM):"
002520     PERFORM 2150-MATCH-MES THRU 2150-EXIT
002530         VARYING WS-SCAN FROM 1 BY 1
002540         UNTIL WS-SCAN > WS-BG-COUNT OR WS-FOUND
002541     MOVE SPACES TO PEND-CHANGE-RECORD
002542     MOVE SPACES TO WS-BUDG-IMAGE
002543     IF WS-FOUND
002544         MOVE "A" TO PALT-ACAO
002545         MOVE WS-BG-RAW(WS-BG-IDX) TO WS-BUDG-IMAGE
002546         MOVE WS-BUDG-IMAGE        TO PALT-OLD-IMAGE
002547     ELSE
002560         IF WS-BG-COUNT >= 36
002570             DISPLAY "CADASTRO CHEIO - LIMPE ANOS ANTIGOS"
002580             GO TO 2100-EXIT
002590         END-IF
002591         MOVE "I" TO PALT-ACAO
002620     END-IF
002621     MOVE WS-IN-MES TO WS-BI-MES
002622     COMPUTE WS-BI-MONTANTE =
002650         FUNCTION NUMVAL(WS-IN-MONTANTE) / 100
002651     COMPUTE WS-BI-TARIFA =
002670         FUNCTION NUMVAL(WS-IN-TARIFA) / 100
002680     IF WS-IN-PASS NUMERIC
002681         MOVE WS-IN-PASS TO WS-BI-PASS
002700     ELSE
002701         MOVE ZERO TO WS-BI-PASS
002720     END-IF
002730     IF WS-IN-APROV NUMERIC
002731         MOVE WS-IN-APROV TO WS-BI-APROV
002750     ELSE
002751         MOVE ZERO TO WS-BI-APROV
002770     END-IF
002780     IF WS-IN-TOLER NUMERIC
002781         MOVE WS-IN-TOLER TO WS-BI-TOLER
002800     ELSE
002801         MOVE 10 TO WS-BI-TOLER
002820     END-IF
002821     MOVE WS-BUDG-IMAGE TO PALT-NEW-IMAGE
002822     MOVE WS-BI-TARIFA  TO WS-VALOR-ED
002823     STRING "META TARIFA=R$" WS-VALOR-ED
002824            " PASS=" WS-BI-PASS
002825         DELIMITED BY SIZE INTO PALT-RESUMO
002826     PERFORM 7600-SUBMETE-PEDIDO.
002860 2100-EXIT.
002870     EXIT.
002880
003180
003190******************************************************************
003200*  3000-FINALIZE
003201*  O BUDGMAST NAO E REGRAVADO AQUI (SO O APROVA O ALTERA); FECHA
003202*  A AUDITORIA E MOSTRA QUANTOS PEDIDOS FORAM SUBMETIDOS.
003230******************************************************************
003240 3000-FINALIZE.
003300     CLOSE AUDIT-LOG-FILE
003301     DISPLAY "PEDIDOS SUBMETIDOS PARA APROVACAO: "
003302             WS-CHANGE-COUNT.
003450
003460******************************************************************
003461*  7600-SUBMETE-PEDIDO
003462*  COMPLETA O PEDIDO (ACAO, IMAGENS E RESUMO JA VEM DO CHAMADOR),
003463*  GRAVA-O NO PENDALT PELO PENDWR E AUDITA A SUBMISSAO. A CHAVE
003464*  UNICA DO BUDGMAST E O MES (POSICAO 1, 6 BYTES).
003490******************************************************************
003491 7600-SUBMETE-PEDIDO.
003492     MOVE "BUDGMAST"         TO PALT-ARQUIVO
003493     MOVE WS-IN-MES          TO PALT-CHAVE
003494     MOVE 1                  TO PALT-CHAVE-POS
003495     MOVE 6                  TO PALT-CHAVE-TAM
003496     MOVE "BUDGMANT"         TO PALT-PROGRAMA
003497     MOVE WS-REQUIRED-LEVEL  TO PALT-NIVEL
003498     MOVE WS-OPERATOR-ID     TO PALT-SOLICITANTE
003499     CALL "PENDWR" USING PEND-CHANGE-RECORD
003500     ADD 1 TO WS-CHANGE-COUNT
003510     MOVE "BUDGMANT"         TO AUDIT-PROGRAM-ID
003520     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
003530     ACCEPT AUDIT-TIME FROM TIME
003540     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
003550     MOVE WS-IN-MES           TO AUDIT-KEY
003560     MOVE SPACES              TO AUDIT-DETAIL
003561     STRING "PEND " PALT-NUMERO " " PALT-RESUMO
003600         DELIMITED BY SIZE INTO AUDIT-DETAIL
003601     CALL "AUDITWR" USING AUDIT-RECORD
003602     DISPLAY "PEDIDO " PALT-NUMERO " AGUARDANDO APROVACAO"
003603             " (VALIDO ATE " PALT-EXPIRA ")".
