000110*  INCLUIR CONTA, ENCERRAR CONTA (O LANCAMENTO NELA PASSA A SER
000120*  RECUSADO SEM APAGAR O HISTORICO) E LISTAR O CADASTRO. O
000130*  OPERADOR SE IDENTIFICA PELO OPSIGNON E CADA MUDANCA VAI PARA
000131*  A TRILHA DE AUDITORIA COMPARTILHADA. NENHUMA MUDANCA VAI DIRETO
000132*  AO COAMAST: CADA UMA VIRA UM PEDIDO NO PENDALT (ROTINA PENDWR)
000133*  E SO E APLICADA QUANDO UM SEGUNDO OPERADOR A APROVA NO APROVA.
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000181*  2026-10-15 AFG   INCLUSAO E ENCERRAMENTO NAO GRAVAM MAIS O
000182*                   COAMAST: VIRAM PEDIDO NO PENDALT (COPYBOOK
000183*                   PENDALTREC, ROTINA PENDWR) COM AS IMAGENS
000184*                   ANTIGA E NOVA, PARA UM SEGUNDO OPERADOR
000185*                   APROVAR NO APROVA. A TABELA GUARDA O REGISTRO
000186*                   COMO LIDO PARA SERVIR DE IMAGEM ANTIGA.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000610 01  WS-SCAN                     PIC 9(03).
000620
000630******************************************************************
000631*  ESPELHO DO REGISTRO DA CONTA PARA MONTAR AS IMAGENS ANTIGA E
000632*  NOVA DO PEDIDO SEM PASSAR PELO BUFFER DO ARQUIVO.
000633******************************************************************
000634 01  WS-COA-IMAGE.
000635     05  WS-CI-ACCOUNT           PIC X(08).
000636     05  WS-CI-DESC              PIC X(30).
000637     05  WS-CI-NATUREZA          PIC X(01).
000638     05  WS-CI-ACTIVE            PIC X(01).
000639     05  FILLER                  PIC X(10).
000640******************************************************************
000641*  PEDIDO DE ALTERACAO SUBMETIDO AO PENDWR.
000642******************************************************************
000643     COPY PENDALTREC.
000644
000645******************************************************************
000646*  PLANO DE CONTAS CARREGADO EM MEMORIA, SO PARA CONSULTA - AS
000647*  MUDANCAS VAO PARA O PENDALT. WS-CA-RAW E O REGISTRO COMO LIDO.
000660******************************************************************
000670 01  WS-COA-TABLE.
000680     05  WS-CA-ENTRY OCCURS 50 TIMES
000710         10  WS-CA-DESC          PIC X(30).
000720         10  WS-CA-NATUREZA      PIC X(01).
000730         10  WS-CA-ACTIVE        PIC X(01).
000731         10  WS-CA-RAW           PIC X(50).
000740 01  WS-COA-COUNT                PIC 9(03)   VALUE ZERO.
000750 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
000760     88  WS-OVERFLOW                         VALUE "Y".
001600     MOVE COA-ACCOUNT  TO WS-CA-ACCOUNT(WS-CA-IDX)
001610     MOVE COA-DESC     TO WS-CA-DESC(WS-CA-IDX)
001620     MOVE COA-NATUREZA TO WS-CA-NATUREZA(WS-CA-IDX)
001621     MOVE COA-ACTIVE   TO WS-CA-ACTIVE(WS-CA-IDX)
001622     MOVE ACCOUNT-MASTER-RECORD TO WS-CA-RAW(WS-CA-IDX).
001640 1100-EXIT.
001650     EXIT.
001660
001870     DISPLAY "  I - INCLUIR CONTA"
001880     DISPLAY "  E - ENCERRAR CONTA"
001890     DISPLAY "  L - LISTAR O CADASTRO"
001891     DISPLAY "  X - SAIR"
001910     ACCEPT WS-ACAO
001920     EVALUATE WS-ACAO
001930         WHEN "I"
002100
002110******************************************************************
002120*  2100-INCLUDE-CONTA
002121*  SUBMETE A INCLUSAO DE UMA CONTA NOVA NO PLANO. CONTA
002122*  DUPLICADA E RECUSADA.
002140******************************************************************
002150 2100-INCLUDE-CONTA.
002160     IF WS-COA-COUNT >= 50
002390         DISPLAY "NATUREZA INVALIDA - INCLUSAO CANCELADA"
002400         GO TO 2100-EXIT
002410     END-IF
002411     MOVE SPACES         TO WS-COA-IMAGE
002412     MOVE WS-IN-ACCOUNT  TO WS-CI-ACCOUNT
002413     MOVE WS-IN-DESC     TO WS-CI-DESC
002414     MOVE WS-IN-NATUREZA TO WS-CI-NATUREZA
002415     MOVE "A"            TO WS-CI-ACTIVE
002416     MOVE SPACES         TO PEND-CHANGE-RECORD
002417     MOVE "I"            TO PALT-ACAO
002418     MOVE WS-COA-IMAGE   TO PALT-NEW-IMAGE
002419     STRING "INCLUSAO NATUREZA=" WS-IN-NATUREZA
002420         DELIMITED BY SIZE INTO PALT-RESUMO
002421     PERFORM 7600-SUBMETE-PEDIDO.
002510 2100-EXIT.
002520     EXIT.
002530
002610
002620******************************************************************
002630*  2300-ENCERRA-CONTA
002631*  SUBMETE O ENCERRAMENTO DE UMA CONTA (SITUACAO "E"): APROVADO,
002632*  O RAZAO PASSA A RECUSAR LANCAMENTO NELA, MAS O HISTORICO NO
002633*  LEDGER FICA INTOCADO.
002660******************************************************************
002670 2300-ENCERRA-CONTA.
002680     DISPLAY "CODIGO DA CONTA A ENCERRAR:"
002810     SET WS-CA-IDX TO WS-SCAN
002820     IF WS-CA-ACCOUNT(WS-CA-IDX) = WS-IN-ACCOUNT
002830         MOVE "Y" TO WS-FOUND-SW
002831         MOVE SPACES         TO PEND-CHANGE-RECORD
002832         MOVE "A"            TO PALT-ACAO
002833         MOVE WS-CA-RAW(WS-CA-IDX) TO WS-COA-IMAGE
002834         MOVE WS-COA-IMAGE   TO PALT-OLD-IMAGE
002835         MOVE "E"            TO WS-CI-ACTIVE
002836         MOVE WS-COA-IMAGE   TO PALT-NEW-IMAGE
002837         MOVE "ENCERRAMENTO DE CONTA" TO PALT-RESUMO
002838         PERFORM 7600-SUBMETE-PEDIDO
002880     END-IF.
002890 2350-EXIT.
002900     EXIT.
003110
003120******************************************************************
003130*  3000-FINALIZE
003131*  O COAMAST NAO E REGRAVADO AQUI (SO O APROVA O ALTERA); FECHA A
003132*  AUDITORIA E MOSTRA QUANTOS PEDIDOS FORAM SUBMETIDOS.
003160******************************************************************
003170 3000-FINALIZE.
003230     CLOSE AUDIT-LOG-FILE
003231     DISPLAY "PEDIDOS SUBMETIDOS PARA APROVACAO: "
003232             WS-CHANGE-COUNT.
003360
003370******************************************************************
003371*  7600-SUBMETE-PEDIDO
003372*  COMPLETA O PEDIDO (ACAO, IMAGENS E RESUMO JA VEM DO CHAMADOR),
003373*  GRAVA-O NO PENDALT PELO PENDWR E AUDITA A SUBMISSAO. A CHAVE
003374*  UNICA DO COAMAST E A CONTA (POSICAO 1, 8 BYTES).
003400******************************************************************
003401 7600-SUBMETE-PEDIDO.
003402     MOVE "COAMAST"          TO PALT-ARQUIVO
003403     MOVE WS-IN-ACCOUNT      TO PALT-CHAVE
003404     MOVE 1                  TO PALT-CHAVE-POS
003405     MOVE 8                  TO PALT-CHAVE-TAM
003406     MOVE "COAMANT"          TO PALT-PROGRAMA
003407     MOVE WS-REQUIRED-LEVEL  TO PALT-NIVEL
003408     MOVE WS-OPERATOR-ID     TO PALT-SOLICITANTE
003409     CALL "PENDWR" USING PEND-CHANGE-RECORD
003410     ADD 1 TO WS-CHANGE-COUNT
003420     MOVE "COAMANT"          TO AUDIT-PROGRAM-ID
003430     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
003440     ACCEPT AUDIT-TIME FROM TIME
003450     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
003460     MOVE WS-IN-ACCOUNT       TO AUDIT-KEY
003470     MOVE SPACES              TO AUDIT-DETAIL
003471     STRING "PEND " PALT-NUMERO " " PALT-RESUMO
003490         DELIMITED BY SIZE INTO AUDIT-DETAIL
003491     CALL "AUDITWR" USING AUDIT-RECORD
003492     DISPLAY "PEDIDO " PALT-NUMERO " AGUARDANDO APROVACAO"
003493             " (VALIDO ATE " PALT-EXPIRA ")".
