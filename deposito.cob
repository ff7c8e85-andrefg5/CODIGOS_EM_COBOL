000200*      E RECUSADA (NADA DE GUIA QUE NAO FECHA COM O COFRE);
000210*    - IMPRIME A GUIA DE DEPOSITO (DEPOSRPT) COM PACOTES, VALOR
000220*      POR DENOMINACAO, TOTAL E A SOBRA QUE FICA NA LOJA.
000223*    - REGISTRA O MALOTE DA GUIA NA CADEIA DE CUSTODIA (MALOTES):
000226*      LACRE, TOTAL DA GUIA E QUEM EMBALOU;
000227*    - GRAVA OS PACOTES DO MALOTE POR DENOMINACAO NO VAULTDMV,
000228*      PARA O ESTOQUE DO COFRE.
000230*-----------------------------------------------------------------
000240*  MODIFICATION HISTORY
000250*  DATE       INIT  DESCRIPTION
000290*                   PENDENTE E, HAVENDO MAIS DE UMA VERSAO DO
000300*                   MESMO CODIGO, FICA COM A DE MAIOR VIGENCIA
000310*                   QUE NAO PASSA DO DIA DE NEGOCIO.
000311*  2026-10-15 AFG   A RECONTAGEM CEGA ("B") DO CASHCNT FICA DE
000312*                   FORA DO MALOTE, COMO A ABERTURA - E A MESMA
000313*                   GAVETA CONTADA DE NOVO.
000314*  2026-10-15 AFG   CADA GUIA CONFERIDA REGISTRA O MALOTE NO
000315*                   MALOTES: O LACRE (10 DIGITOS, NAO PODE REPETIR
000316*                   DE OUTRO MALOTE), O TOTAL DA GUIA E QUEM
000317*                   EMBALOU. O LACRE SAI NA GUIA E NA AUDITORIA; A
000318*                   CUSTODIA SEGUE NO COFREMOV E O CREDITO NO
000319*                   BANCOREC.
000320*  2026-10-15 AFG   O MALOTE REGISTRADO GRAVA NO VAULTDMV, POR
000321*                   DENOMINACAO, A QUANTIDADE EMPACOTADA (ORIGEM
000322*                   "D") - E O QUE SAI DO ESTOQUE DO COFRE. A
000323*                   REEXECUCAO DO MESMO MALOTE NAO GRAVA DE NOVO.
000324*  2026-10-15 AFG   A PASSAGEM DA GAVETA NO MEIO DO TURNO ("H")
000325*                   FICA DE FORA DO MALOTE - O DINHEIRO SEGUE NA
000326*                   GAVETA E VEM NO FECHAMENTO DE QUEM A RECEBEU.
000327******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000500     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000522     SELECT BAG-CUSTODY-FILE ASSIGN TO "MALOTES"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS  IS WS-MAL-FILE-STATUS.
000527     SELECT VAULT-DENOM-MOVE-FILE ASSIGN TO "VAULTDMV"
000528         ORGANIZATION IS LINE SEQUENTIAL
000529         FILE STATUS  IS WS-VDMV-FILE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CASH-COUNT-FILE
000700 FD  AUDIT-LOG-FILE
000710     RECORDING MODE IS F.
000720     COPY AUDITREC.
000722 FD  BAG-CUSTODY-FILE
000724     RECORDING MODE IS F.
000726     COPY MALOTEREC.
000727 FD  VAULT-DENOM-MOVE-FILE
000728     RECORDING MODE IS F.
000729     COPY VAULTDMVREC.
000730 WORKING-STORAGE SECTION.
000740 01  WS-SWITCHES.
000750     05  WS-CASH-EOF-SW          PIC X(01)   VALUE "N".
000870     05  WS-ROLL-FILE-STATUS     PIC X(02)   VALUE "00".
000880     05  WS-VMOV-FILE-STATUS     PIC X(02)   VALUE "00".
000890     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000892     05  WS-MAL-FILE-STATUS      PIC X(02)   VALUE "00".
000894     05  WS-MAL-EOF-SW           PIC X(01)   VALUE "N".
000896         88  WS-MAL-EOF                      VALUE "Y".
000898     05  WS-VDMV-FILE-STATUS     PIC X(02)   VALUE "00".
000900 01  WS-MSG-CODE-WK              PIC X(08).
000910 01  WS-MSG-TEXT-WK              PIC X(60).
000920 01  WS-OPERATOR-ID              PIC X(08).
001320 01  WS-REG-COUNT                PIC 9(05)   VALUE ZERO.
001330 01  WS-QTY-ED                   PIC ZZZZ9.
001340 01  WS-VALOR-ED                 PIC -ZZZZZZ9.99.
001341*  LACRE DO MALOTE DA GUIA. REEXECUCAO DO MESMO DIA COM O MESMO
001342*  LACRE E O MESMO TOTAL E O MESMO MALOTE - NAO REGISTRA DE NOVO.
001343 01  WS-LACRE                    PIC X(10).
001344 01  WS-LACRE-OK-SW              PIC X(01)   VALUE "N".
001345     88  WS-LACRE-OK                         VALUE "Y".
001346 01  WS-LACRE-REPETIDO-SW        PIC X(01)   VALUE "N".
001347     88  WS-LACRE-REPETIDO                   VALUE "Y".
001348 01  WS-LACRE-CONFLITO           PIC X(08).
001349 01  WS-HOJE                     PIC X(08).
001350
001360 PROCEDURE DIVISION.
001370
001570     IF WS-TOTAL-DEPOSITO NOT = WS-TOTAL-REMESSA
001580         PERFORM 3500-REFUSE-SLIP
001590     ELSE
001595         PERFORM 3800-GET-SEAL THRU 3800-EXIT
001600         PERFORM 4000-PRINT-SLIP
001605         PERFORM 4500-REGISTER-BAG THRU 4500-EXIT
001610     END-IF
001620     PERFORM 5000-FINALIZE
001630     STOP RUN.
003730*  O FUNDO DE TROCO NAO VAI NO MALOTE.
003740******************************************************************
003750 2000-TALLY-CLOSING.
003752*    A RECONTAGEM CEGA ("B") E A MESMA GAVETA CONTADA DE NOVO.
003754     IF TILL-RECONTAGEM
003756         GO TO 2000-NEXT
003757     END-IF
003758*    A PASSAGEM DA GAVETA ("H") NAO ESVAZIA A GAVETA - O MESMO
003760*    DINHEIRO VEM NO FECHAMENTO DE QUEM A RECEBEU.
003762     IF TILL-PASSAGEM
003764         GO TO 2000-NEXT
003766     END-IF
003768     IF TILL-ABERTURA
003770         GO TO 2000-NEXT
003780     END-IF
003790     ADD 1 TO WS-REG-COUNT
004990     STRING "GUIA DE DEPOSITO BANCARIO - DIA " WS-LEDGER-DATE
005000         DELIMITED BY SIZE INTO REPORT-LINE
005010     WRITE REPORT-LINE
005012     MOVE SPACES TO REPORT-LINE
005014     STRING "LACRE DO MALOTE " WS-LACRE
005016         DELIMITED BY SIZE INTO REPORT-LINE
005018     WRITE REPORT-LINE
005020     MOVE SPACES TO REPORT-LINE
005030     WRITE REPORT-LINE
005040     MOVE "COD DESCRICAO            PACOTES  SOBRA  VALOR DEP"
005720     MOVE WS-TOTAL-DEPOSITO   TO WS-VALOR-ED
005730     IF WS-TOTAL-DEPOSITO = WS-TOTAL-REMESSA
005740         STRING "DEPOSITO=" WS-VALOR-ED " CONFERIDO"
005745                " LACRE=" WS-LACRE
005750             DELIMITED BY SIZE INTO AUDIT-DETAIL
005760     ELSE
005770         STRING "DEPOSITO=" WS-VALOR-ED " RECUSADO"
005980         AT END
005990             MOVE "Y" TO WS-VMOV-EOF-SW
006000     END-READ.
006010
006020******************************************************************
006030*  3800-GET-SEAL
006040*  PEDE O LACRE DO MALOTE DA GUIA CONFERIDA ATE RECEBER UM NUMERO
006050*  VALIDO: 10 DIGITOS E NAO USADO EM OUTRO MALOTE. O MESMO LACRE
006060*  NO MESMO DIA COM O MESMO TOTAL E REEXECUCAO DO PREPARO.
006070******************************************************************
006080 3800-GET-SEAL.
006090     ACCEPT WS-HOJE FROM DATE YYYYMMDD
006100     MOVE "N" TO WS-LACRE-OK-SW
006110     PERFORM 3850-PROMPT-SEAL THRU 3850-EXIT
006120         UNTIL WS-LACRE-OK.
006130 3800-EXIT.
006140     EXIT.
006150
006160 3850-PROMPT-SEAL.
006170     MOVE "N" TO WS-LACRE-REPETIDO-SW
006180     MOVE SPACES TO WS-LACRE-CONFLITO
006190     DISPLAY "NUMERO DO LACRE DO MALOTE (10 DIGITOS):"
006200     ACCEPT WS-LACRE
006210     IF WS-LACRE NOT NUMERIC
006220         DISPLAY "LACRE INVALIDO - INFORME OS 10 DIGITOS"
006230         GO TO 3850-EXIT
006240     END-IF
006250     MOVE "N" TO WS-MAL-EOF-SW
006260     OPEN INPUT BAG-CUSTODY-FILE
006270     IF WS-MAL-FILE-STATUS = "00"
006280         PERFORM 3900-CHECK-SEAL THRU 3900-EXIT
006290             UNTIL WS-MAL-EOF
006300         CLOSE BAG-CUSTODY-FILE
006310     END-IF
006320     IF WS-LACRE-CONFLITO NOT = SPACES
006330         DISPLAY "LACRE JA USADO NO MALOTE DE " WS-LACRE-CONFLITO
006340                 " - USE OUTRO LACRE"
006350         GO TO 3850-EXIT
006360     END-IF
006370     MOVE "Y" TO WS-LACRE-OK-SW.
006380 3850-EXIT.
006390     EXIT.
006400
006410 3900-CHECK-SEAL.
006420     READ BAG-CUSTODY-FILE
006430         AT END
006440             MOVE "Y" TO WS-MAL-EOF-SW
006450             GO TO 3900-EXIT
006460     END-READ
006470     IF NOT MAL-EMBALADO OR MAL-LACRE NOT = WS-LACRE
006480         GO TO 3900-EXIT
006490     END-IF
006500*    MESMO DIA E MESMO TOTAL: MALOTE JA REGISTRADO NESTE PREPARO.
006510     IF MAL-BUS-DATE = WS-LEDGER-DATE
006520         AND MAL-VALOR = WS-TOTAL-DEPOSITO
006530         MOVE "Y" TO WS-LACRE-REPETIDO-SW
006540     ELSE
006550         MOVE MAL-BUS-DATE TO WS-LACRE-CONFLITO
006560     END-IF.
006570 3900-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610*  4500-REGISTER-BAG
006620*  ABRE A CADEIA DE CUSTODIA DO MALOTE NO MALOTES (EVENTO "E"):
006630*  LACRE, DIA DO NEGOCIO, TOTAL DA GUIA E O OPERADOR QUE EMBALOU.
006640******************************************************************
006650 4500-REGISTER-BAG.
006660     IF WS-LACRE-REPETIDO
006670         DISPLAY "MALOTE " WS-LACRE " JA REGISTRADO"
006680         GO TO 4500-EXIT
006690     END-IF
006700     OPEN EXTEND BAG-CUSTODY-FILE
006710     IF WS-MAL-FILE-STATUS = "35"
006720         OPEN OUTPUT BAG-CUSTODY-FILE
006730         CLOSE BAG-CUSTODY-FILE
006740         OPEN EXTEND BAG-CUSTODY-FILE
006750     END-IF
006760     MOVE SPACES            TO BAG-CUSTODY-RECORD
006770     MOVE WS-LACRE          TO MAL-LACRE
006780     MOVE "E"               TO MAL-EVENTO
006790     MOVE WS-HOJE           TO MAL-DATA
006800     ACCEPT MAL-HORA FROM TIME
006810     MOVE WS-LEDGER-DATE    TO MAL-BUS-DATE
006820     MOVE WS-TOTAL-DEPOSITO TO MAL-VALOR
006830     MOVE WS-OPERATOR-ID    TO MAL-OPERATOR-ID
006840     MOVE "GUIA DEPOSRPT"   TO MAL-RESPONSAVEL
006850     WRITE BAG-CUSTODY-RECORD
006860     CLOSE BAG-CUSTODY-FILE
006865     PERFORM 4600-WRITE-VAULT-DENOM THRU 4600-EXIT
006870     DISPLAY "MALOTE " WS-LACRE " REGISTRADO NA CUSTODIA".
006880 4500-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920*  4600-WRITE-VAULT-DENOM
006930*  GRAVA NO VAULTDMV (ORIGEM "D") A QUANTIDADE EMPACOTADA DE CADA
006940*  DENOMINACAO DO MALOTE - SAI DO ESTOQUE DO COFRE NA APURACAO DO
006950*  DIA. A SOBRA SOLTA FICA NO COFRE.
006960******************************************************************
006970 4600-WRITE-VAULT-DENOM.
006980     OPEN EXTEND VAULT-DENOM-MOVE-FILE
006990     IF WS-VDMV-FILE-STATUS = "35"
007000         OPEN OUTPUT VAULT-DENOM-MOVE-FILE
007010         CLOSE VAULT-DENOM-MOVE-FILE
007020         OPEN EXTEND VAULT-DENOM-MOVE-FILE
007030     END-IF
007040     PERFORM 4650-WRITE-ONE-DENOM THRU 4650-EXIT
007050         VARYING WS-DN-IDX FROM 1 BY 1
007060         UNTIL WS-DN-IDX > WS-DENOM-COUNT
007070     CLOSE VAULT-DENOM-MOVE-FILE.
007080 4600-EXIT.
007090     EXIT.
007100
007110 4650-WRITE-ONE-DENOM.
007120     IF WS-DN-PACOTES(WS-DN-IDX) = ZERO
007130         GO TO 4650-EXIT
007140     END-IF
007150     MOVE SPACES                 TO VAULT-DENOM-MOVE-RECORD
007160     MOVE WS-LEDGER-DATE         TO VDMV-DATE
007170     MOVE "D"                    TO VDMV-ORIGEM
007180     MOVE WS-DN-CODE(WS-DN-IDX)  TO VDMV-DENOM-CODE
007190     COMPUTE VDMV-QTY = WS-DN-PACOTES(WS-DN-IDX)
007200                      * WS-DN-PACOTE-QTY(WS-DN-IDX)
007210     MOVE WS-DN-VALOR-DEP(WS-DN-IDX) TO VDMV-VALOR
007220     MOVE WS-OPERATOR-ID         TO VDMV-OPERATOR-ID
007230     STRING "MALOTE " WS-LACRE
007240         DELIMITED BY SIZE INTO VDMV-REFERENCIA
007250     WRITE VAULT-DENOM-MOVE-RECORD.
007260 4650-EXIT.
007270     EXIT.
