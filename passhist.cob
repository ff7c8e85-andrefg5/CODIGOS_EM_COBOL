000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000201*  2026-10-15 AFG   O NUMERO DIGITADO TEM O DIGITO VERIFICADOR
000202*                   CONFERIDO (ROTINA DIGVER) - DIGITO INVALIDO
000203*                   RECUSA A EXECUCAO COM MENSAGEM PROPRIA. PASSE
000204*                   RENUMERADO PELO CONVDV TRAZ TAMBEM AS VIAGENS
000205*                   DO NUMERO ANTIGO, ACHADO NA REFERENCIA CRUZADA
000206*                   (DVXREF).
000207*  2026-10-15 AFG   JUNTA TAMBEM AS VIAGENS DOS CARTOES LIGADOS
000208*                   PELA SUBSTITUICAO DE CARTAO PERDIDO (SUBSTREF,
000209*                   DO SUBSTITU). A CADEIA DE NUMEROS E MONTADA
000210*                   NOS DOIS SENTIDOS, COM O DVXREF; CADA LINHA
000211*                   MOSTRA O NUMERO USADO NO EMBARQUE.
000212******************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000270         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000280     SELECT HISTORY-REPORT-FILE ASSIGN TO "PASSHRPT"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000292     SELECT DV-XREF-FILE ASSIGN TO "DVXREF"
000294         ORGANIZATION IS LINE SEQUENTIAL
000296         FILE STATUS  IS WS-XREF-FILE-STATUS.
000297     SELECT SUBST-REF-FILE ASSIGN TO "SUBSTREF"
000298         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS  IS WS-SUB-FILE-STATUS.
000300     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000380 FD  HISTORY-REPORT-FILE
000390     RECORDING MODE IS F.
000400 01  REPORT-LINE                 PIC X(80).
000402 FD  DV-XREF-FILE
000404     RECORDING MODE IS F.
000406     COPY DVXREFREC.
000407 FD  SUBST-REF-FILE
000408     RECORDING MODE IS F.
000409     COPY SUBSTREC.
000410 FD  AUDIT-LOG-FILE
000420     RECORDING MODE IS F.
000430     COPY AUDITREC.
000450 01  WS-SWITCHES.
000460     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000470     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000475     05  WS-XREF-FILE-STATUS     PIC X(02)   VALUE "00".
000477     05  WS-SUB-FILE-STATUS      PIC X(02)   VALUE "00".
000480     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000490         88  WS-TICKET-EOF                   VALUE "Y".
000500     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000510         88  WS-SIGNON-VALID                 VALUE "Y".
000513     05  WS-XREF-EOF-SW          PIC X(01)   VALUE "N".
000516         88  WS-XREF-EOF                     VALUE "Y".
000517     05  WS-SUB-EOF-SW           PIC X(01)   VALUE "N".
000518         88  WS-SUB-EOF                      VALUE "Y".
000519     05  WS-CH-ADDED-SW          PIC X(01)   VALUE "N".
000520         88  WS-CH-ADDED                     VALUE "Y".
000521     05  WS-NA-CADEIA-SW         PIC X(01)   VALUE "N".
000522         88  WS-NA-CADEIA                    VALUE "Y".
000523 01  WS-MSG-CODE-WK              PIC X(08).
000530 01  WS-MSG-TEXT-WK              PIC X(60).
000540 01  WS-OPERATOR-ID              PIC X(08).
000550 01  WS-OPERATOR-PIN             PIC X(04).
000590 01  WS-RUN-STAMP-DISP           PIC X(30).
000600     COPY RUNSTAMP.
000610 01  WS-F-PASSE                  PIC X(10).
000613 01  WS-DV-ACAO                  PIC X(01)   VALUE "V".
000614 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
000615     88  WS-DV-VALID                         VALUE "Y".
000620 01  WS-DATE-FROM                PIC X(08).
000630 01  WS-DATE-TO                  PIC X(08).
000640 01  WS-ACHADOS                  PIC 9(05)   VALUE ZERO.
000730     05  WS-RPT-OUT-LINE OCCURS 5 TIMES PIC X(80).
000740 01  WS-RPT-OUT-COUNT            PIC 9(01).
000750 01  WS-RPT-SUB                  PIC 9(01).
000751 01  WS-CADEIA-WK                PIC X(10).
000752 01  WS-LK-SCAN                  PIC 9(03).
000753 01  WS-CH-SCAN                  PIC 9(02).
000754 01  WS-LIGADOS                  PIC 9(02).
000755
000756******************************************************************
000757*  LIGACOES ANTIGO -> NOVO DA RENUMERACAO (DVXREF) E DAS
000758*  SUBSTITUICOES (SUBSTREF), E A CADEIA DE NUMEROS DO CARTAO
000759*  PEDIDO MONTADA A PARTIR DELAS.
000760******************************************************************
000761 01  WS-LK-TABLE.
000762     05  WS-LK-ENTRY OCCURS 500 TIMES
000763                     INDEXED BY WS-LK-IDX.
000764         10  WS-LK-ANTIGO        PIC X(10).
000765         10  WS-LK-NOVO          PIC X(10).
000766 01  WS-LK-COUNT                 PIC 9(03)   VALUE ZERO.
000767 01  WS-CH-TABLE.
000768     05  WS-CH-ENTRY OCCURS 20 TIMES
000769                     INDEXED BY WS-CH-IDX.
000770         10  WS-CH-NUMERO        PIC X(10).
000771 01  WS-CH-COUNT                 PIC 9(02)   VALUE ZERO.
000772
000773 PROCEDURE DIVISION.
000780
000790 0000-MAINLINE.
000800     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001360         MOVE 8 TO RETURN-CODE
001370         STOP RUN
001380     END-IF
001381     CALL "DIGVER" USING WS-F-PASSE WS-DV-ACAO WS-DV-VALID-SW
001382     IF NOT WS-DV-VALID
001383         DISPLAY "PASSE COM DIGITO VERIFICADOR INVALIDO -"
001384                 " EXECUCAO RECUSADA"
001385         MOVE 8 TO RETURN-CODE
001386         STOP RUN
001387     END-IF
001388     OPEN INPUT DV-XREF-FILE
001389     IF WS-XREF-FILE-STATUS = "00"
001390         PERFORM 1050-LOAD-XREF THRU 1050-EXIT
001391             UNTIL WS-XREF-EOF
001392         CLOSE DV-XREF-FILE
001393     END-IF
001394     OPEN INPUT SUBST-REF-FILE
001395     IF WS-SUB-FILE-STATUS = "00"
001396         PERFORM 1060-LOAD-SUBST THRU 1060-EXIT
001397             UNTIL WS-SUB-EOF
001398         CLOSE SUBST-REF-FILE
001399     END-IF
001400     PERFORM 1070-MONTA-CADEIA THRU 1070-EXIT
001401     DISPLAY "DATA INICIAL (AAAAMMDD):"
001402     ACCEPT WS-DATE-FROM
001410     DISPLAY "DATA FINAL (AAAAMMDD, BRANCO=HOJE):"
001420     ACCEPT WS-DATE-TO
001430     IF WS-DATE-TO = SPACES
001630     MOVE SPACES TO WS-RPT-TITLE
001640     STRING "HISTORICO DO PASSE " WS-F-PASSE
001650         DELIMITED BY SIZE INTO WS-RPT-TITLE
001651     IF WS-CH-COUNT > 1
001652         COMPUTE WS-LIGADOS = WS-CH-COUNT - 1
001653         MOVE SPACES TO WS-RPT-TITLE
001654         STRING "HISTORICO DO PASSE " WS-F-PASSE
001655                " (+" WS-LIGADOS " NUMERO(S) LIGADO(S))"
001656             DELIMITED BY SIZE INTO WS-RPT-TITLE
001657     END-IF
001660     MOVE "DATA     HORA     ROTA PARTIDA      FAIXA    TARIFA"
001670         TO WS-RPT-COLHEAD
001675     MOVE "CARTAO" TO WS-RPT-COLHEAD(58:6)
001680     MOVE "I" TO WS-RPT-ACTION
001690     PERFORM 7750-CALL-WRITER THRU 7750-EXIT
001692     PERFORM 1090-LISTA-LIGADO THRU 1090-EXIT
001694         VARYING WS-CH-SCAN FROM 2 BY 1
001696         UNTIL WS-CH-SCAN > WS-CH-COUNT
001700     IF NOT WS-TICKET-EOF
001710         PERFORM 8000-READ-TICKET
001720     END-IF.
001721
001722******************************************************************
001723*  1050-LOAD-XREF / 1060-LOAD-SUBST
001724*  GUARDAM AS LIGACOES ANTIGO -> NOVO DA RENUMERACAO E DAS
001725*  SUBSTITUICOES DE CARTAO PERDIDO.
001726******************************************************************
001727 1050-LOAD-XREF.
001728     READ DV-XREF-FILE
001729         AT END
001730             MOVE "Y" TO WS-XREF-EOF-SW
001731             GO TO 1050-EXIT
001732     END-READ
001733     IF WS-LK-COUNT < 500
001734         ADD 1 TO WS-LK-COUNT
001735         SET WS-LK-IDX TO WS-LK-COUNT
001736         MOVE DVX-NUMERO-ANTIGO TO WS-LK-ANTIGO(WS-LK-IDX)
001737         MOVE DVX-NUMERO-NOVO   TO WS-LK-NOVO(WS-LK-IDX)
001738     END-IF.
001739 1050-EXIT.
001740     EXIT.
001741
001742 1060-LOAD-SUBST.
001743     READ SUBST-REF-FILE
001744         AT END
001745             MOVE "Y" TO WS-SUB-EOF-SW
001746             GO TO 1060-EXIT
001747     END-READ
001748     IF WS-LK-COUNT < 500
001749         ADD 1 TO WS-LK-COUNT
001750         SET WS-LK-IDX TO WS-LK-COUNT
001751         MOVE SUB-NUMERO-ANTIGO TO WS-LK-ANTIGO(WS-LK-IDX)
001752         MOVE SUB-NUMERO-NOVO   TO WS-LK-NOVO(WS-LK-IDX)
001753     END-IF.
001754 1060-EXIT.
001755     EXIT.
001756
001757******************************************************************
001758*  1070-MONTA-CADEIA
001759*  PARTE DO NUMERO PEDIDO E JUNTA, NOS DOIS SENTIDOS, TODO NUMERO
001760*  LIGADO A ALGUM QUE JA ESTA NA CADEIA, ATE UMA PASSADA NAO
001761*  ACRESCENTAR NADA (ANTIGO -> RENUMERADO -> SUBSTITUTO ...).
001762******************************************************************
001763 1070-MONTA-CADEIA.
001764     MOVE 1          TO WS-CH-COUNT
001765     MOVE WS-F-PASSE TO WS-CH-NUMERO(1)
001766     MOVE "Y" TO WS-CH-ADDED-SW
001767     PERFORM 1075-PASSADA THRU 1075-EXIT
001768         UNTIL NOT WS-CH-ADDED.
001769 1070-EXIT.
001770     EXIT.
001771
001772 1075-PASSADA.
001773     MOVE "N" TO WS-CH-ADDED-SW
001774     PERFORM 1080-EXAMINA-LIGACAO THRU 1080-EXIT
001775         VARYING WS-LK-SCAN FROM 1 BY 1
001776         UNTIL WS-LK-SCAN > WS-LK-COUNT.
001777 1075-EXIT.
001778     EXIT.
001779
001780 1080-EXAMINA-LIGACAO.
001781     SET WS-LK-IDX TO WS-LK-SCAN
001782     MOVE WS-LK-ANTIGO(WS-LK-IDX) TO WS-CADEIA-WK
001783     PERFORM 2050-CHECK-CADEIA THRU 2050-EXIT
001784     IF WS-NA-CADEIA
001785         MOVE WS-LK-NOVO(WS-LK-IDX) TO WS-CADEIA-WK
001786     ELSE
001787         MOVE WS-LK-NOVO(WS-LK-IDX) TO WS-CADEIA-WK
001788         PERFORM 2050-CHECK-CADEIA THRU 2050-EXIT
001789         IF NOT WS-NA-CADEIA
001790             GO TO 1080-EXIT
001791         END-IF
001792         MOVE WS-LK-ANTIGO(WS-LK-IDX) TO WS-CADEIA-WK
001793     END-IF
001794     PERFORM 2050-CHECK-CADEIA THRU 2050-EXIT
001795     IF WS-NA-CADEIA
001796         OR WS-CH-COUNT >= 20
001797         GO TO 1080-EXIT
001798     END-IF
001799     ADD 1 TO WS-CH-COUNT
001800     SET WS-CH-IDX TO WS-CH-COUNT
001801     MOVE WS-CADEIA-WK TO WS-CH-NUMERO(WS-CH-IDX)
001802     MOVE "Y" TO WS-CH-ADDED-SW.
001803 1080-EXIT.
001804     EXIT.
001805
001806******************************************************************
001807*  1090-LISTA-LIGADO
001808*  UMA LINHA NO INICIO DO RELATORIO PARA CADA NUMERO LIGADO.
001809******************************************************************
001810 1090-LISTA-LIGADO.
001811     SET WS-CH-IDX TO WS-CH-SCAN
001812     MOVE SPACES TO REPORT-LINE
001813     STRING "NUMERO LIGADO: " WS-CH-NUMERO(WS-CH-IDX)
001814         DELIMITED BY SIZE INTO REPORT-LINE
001815     MOVE "D" TO WS-RPT-ACTION
001816     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
001817 1090-EXIT.
001818     EXIT.
001819
001820******************************************************************
001821*  0100-OPEN-AUDIT-LOG-FILE
001822*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
001823*  CRIANDO-A SE ESTA E A PRIMEIRA EXECUCAO DO DIA.
001824******************************************************************
001825 0100-OPEN-AUDIT-LOG-FILE.
001826     OPEN EXTEND AUDIT-LOG-FILE
001827     IF WS-AUDIT-FILE-STATUS = "35"
001828         OPEN OUTPUT AUDIT-LOG-FILE
001830         CLOSE AUDIT-LOG-FILE
001840         OPEN EXTEND AUDIT-LOG-FILE
001850     END-IF.
001890*  LISTA UM EMBARQUE DO PASSE DENTRO DA FAIXA DE DATAS.
001900******************************************************************
001910 2000-SHOW-ONE.
001913*    VIAGEM COM QUALQUER NUMERO DA CADEIA (RENUMERACAO OU
001916*    SUBSTITUICAO) TAMBEM E DESTE PASSE.
001917     MOVE TICKET-PASSE TO WS-CADEIA-WK
001918     PERFORM 2050-CHECK-CADEIA THRU 2050-EXIT
001920     IF NOT WS-NA-CADEIA
001930         OR TICKET-DATE < WS-DATE-FROM
001940         OR TICKET-DATE > WS-DATE-TO
001950         GO TO 2000-NEXT
002030            "  " TICKET-TRIP-ID
002040            " " TICKET-BANDA
002050            " R$" WS-TARIFA-ED
002055            " " TICKET-PASSE
002060         DELIMITED BY SIZE INTO REPORT-LINE
002070     MOVE "D" TO WS-RPT-ACTION
002080     PERFORM 7750-CALL-WRITER THRU 7750-EXIT.
002100     PERFORM 8000-READ-TICKET.
002110 2000-EXIT.
002120     EXIT.
002121******************************************************************
002122*  2050-CHECK-CADEIA
002123*  DIZ SE WS-CADEIA-WK E UM DOS NUMEROS DA CADEIA.
002124******************************************************************
002125 2050-CHECK-CADEIA.
002126     MOVE "N" TO WS-NA-CADEIA-SW
002127     PERFORM 2060-MATCH-CADEIA THRU 2060-EXIT
002128         VARYING WS-CH-SCAN FROM 1 BY 1
002129         UNTIL WS-CH-SCAN > WS-CH-COUNT OR WS-NA-CADEIA.
002130 2050-EXIT.
002131     EXIT.
002132
002133 2060-MATCH-CADEIA.
002134     SET WS-CH-IDX TO WS-CH-SCAN
002135     IF WS-CH-NUMERO(WS-CH-IDX) = WS-CADEIA-WK
002136         MOVE "Y" TO WS-NA-CADEIA-SW
002137     END-IF.
002138 2060-EXIT.
002139     EXIT.
002140
002141******************************************************************
002150*  3000-FINALIZE
002160*  GRAVA OS TOTAIS, ENCERRA O RELATORIO PAGINADO, REGISTRA NA
002170*  AUDITORIA E FECHA OS ARQUIVOS.
