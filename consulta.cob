000172*                   OPERADOR INFORMA O NUMERO E VE NO BALCAO AS
000173*                   VIAGENS RESTANTES DO CARNMAST (VENDIDO PELO
000174*                   CARNVEND, DEBITADO PELO VIAGEM).
000175*  2026-10-15 AFG   O NUMERO DO CARNE DIGITADO TEM O DIGITO
000176*                   VERIFICADOR CONFERIDO (ROTINA DIGVER) ANTES DA
000177*                   BUSCA; DIGITO INVALIDO E RECUSADO COM MENSAGEM
000178*                   PROPRIA.
000179*  2026-10-15 AFG   PASSAGEM DE PASSE/CARNE JA ANONIMIZADO
000181*                   (ANONCHK) MOSTRA A IDADE COMO "***"; CARNE
000183*                   ANONIMIZADO MOSTRA "TITULAR ANONIMIZADO" NO
000185*                   LUGAR DO NOME.
000187******************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000363         88  WS-CARN-EOF                     VALUE "Y".
000364     05  WS-CARN-FOUND-SW        PIC X(01)   VALUE "N".
000365         88  WS-CARN-FOUND                   VALUE "Y".
000366     05  WS-ANON-SW              PIC X(01)   VALUE "N".
000367         88  WS-ANON                         VALUE "Y".
000370 01  WS-MSG-CODE-WK              PIC X(08).
000380 01  WS-MSG-TEXT-WK              PIC X(60).
000390 01  WS-OPERATOR-ID              PIC X(08).
000420 01  WS-F-ROTA                   PIC X(03).
000430 01  WS-F-CATEGORIA              PIC X(15).
000440 01  WS-ACHADOS                  PIC 9(05)   VALUE ZERO.
000445 01  WS-TARIFA-ED                PIC -ZZZZ9.99.
000450 01  WS-IDADE-OUT                PIC X(03).
000451 01  WS-MODO                     PIC X(01).
000452 01  WS-F-CARNE                  PIC X(10).
000454 01  WS-DV-ACAO                  PIC X(01)   VALUE "V".
000456 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
000458     88  WS-DV-VALID                         VALUE "Y".
000460
000470 PROCEDURE DIVISION.
000480
001190              OR TIX-CATEGORIA = WS-F-CATEGORIA)
001200         ADD 1 TO WS-ACHADOS
001210         MOVE TIX-TARIFA TO WS-TARIFA-ED
001211         MOVE TIX-IDADE TO WS-IDADE-OUT
001212         MOVE "N" TO WS-ANON-SW
001213         IF TIX-PASSE NOT = SPACES
001214             CALL "ANONCHK" USING TIX-PASSE WS-ANON-SW
001215         END-IF
001216         IF WS-ANON
001217             MOVE "***" TO WS-IDADE-OUT
001218         END-IF
001220         DISPLAY TIX-DATE " " TIX-ROTA " SEQ " TIX-SEQ
001230                 " " TIX-TIME(1:6)
001240                 " IDADE " WS-IDADE-OUT
001250                 " " TIX-CATEGORIA
001260                 " R$" WS-TARIFA-ED
001270                 " " TIX-BANDA
001425 4000-CONSULTA-CARNE.
001426     DISPLAY "NUMERO DO CARNE:"
001427     ACCEPT WS-F-CARNE
001428     CALL "DIGVER" USING WS-F-CARNE WS-DV-ACAO WS-DV-VALID-SW
001429     IF NOT WS-DV-VALID
001430         DISPLAY "CARNE COM DIGITO VERIFICADOR INVALIDO"
001431         GO TO 4000-EXIT
001432     END-IF
001433     OPEN INPUT CARNET-FILE
001434     IF WS-CARN-FILE-STATUS NOT = "00"
001435         DISPLAY "CADASTRO DE CARNES INDISPONIVEL"
001436         GO TO 4000-EXIT
001437     END-IF
001438     PERFORM 4100-SCAN-ONE-CARNE THRU 4100-EXIT
001439         UNTIL WS-CARN-EOF OR WS-CARN-FOUND
001440     CLOSE CARNET-FILE
001441     IF NOT WS-CARN-FOUND
001442         DISPLAY "CARNE NAO ENCONTRADO"
001443     END-IF.
001444 4000-EXIT.
001445     EXIT.
001446
001447 4100-SCAN-ONE-CARNE.
001448     READ CARNET-FILE
001449         AT END
001450             MOVE "Y" TO WS-CARN-EOF-SW
001451             GO TO 4100-EXIT
001452     END-READ
001453     IF CARN-NUMERO = WS-F-CARNE
001454         MOVE "Y" TO WS-CARN-FOUND-SW
001455         IF CARN-HOLDER(1:6) = "*ANON*"
001456             DISPLAY "CARNE " CARN-NUMERO
001457                     " DE TITULAR ANONIMIZADO"
001458         ELSE
001459             DISPLAY "CARNE " CARN-NUMERO
001460                     " DE " CARN-HOLDER
001461         END-IF
001462         DISPLAY "SALDO: " CARN-RIDES-LEFT
001463                 " DE " CARN-RIDES-TOTAL " VIAGENS"
001464                 " (VENDIDO EM " CARN-SALE-DATE ")"
001465     END-IF.
001466 4100-EXIT.
001467     EXIT.
001468
001469******************************************************************
001470*  8000-READ-INDEX
001471*  LE O PROXIMO REGISTRO DO ARMAZEM DE PASSAGENS.
001472******************************************************************
001473 8000-READ-INDEX.
001480     READ TICKET-INDEX-FILE
001490         AT END
001500             MOVE "Y" TO WS-EOF-SW
