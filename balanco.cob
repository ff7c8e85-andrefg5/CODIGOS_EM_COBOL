000210*       "FECHO"): ENTRADAS = FECHAMENTOS + ABERTURAS +
000220*       REJEITADOS. VALE A ULTIMA LINHA DE FECHO DO DIA, ENTAO
000230*       RECICLAGEM E REEXECUCAO NAO DESEQUILIBRAM A CONTA.
000233*  A CONFERENCIA 1 INFORMA AINDA AS PASSAGENS DO RECORTE COM TETO
000236*  DE TARIFA (MOTIVO "CAP"), QUE ENTRAM NA SOMA PELO COBRADO.
000240*  DUAS VEZES NO ANO O TOTAL IMPRESSO DISCORDOU DO DETALHE E O
000250*  BANCO AVISOU PRIMEIRO - ESTE PASSO AVISA ANTES.
000260*-----------------------------------------------------------------
000442*                   (S= NO RESUMO DE FECHO DO MOEDA): E = F + A
000443*                   + S + R. FECHO ANTIGO SEM O CAMPO SEGUE
000444*                   VALENDO (S EM BRANCO CONTA COMO ZERO).
000445*  2026-10-15 AFG   A CONFERENCIA 3 PASSA A INCLUIR AS RECONTAGENS
000446*                   CEGAS (B= NO RESUMO DE FECHO DO MOEDA):
000447*                   E = F + A + S + B + R. FECHO ANTIGO SEM O
000448*                   CAMPO SEGUE VALENDO (B EM BRANCO E ZERO).
000449*  2026-10-15 AFG   A CONFERENCIA 1 PASSA A EXCLUIR AS PASSAGENS
000450*                   PAGAS EM CARTAO OU PIX (TICKET-PAGAMENTO), QUE
000451*                   O VIAGEM DEIXA FORA DO EXPDEP.
000452*  2026-10-15 AFG   A CONFERENCIA 1 PASSA A INFORMAR, DENTRO DO
000453*                   MESMO RECORTE, QUANTAS PASSAGENS SAIRAM COM
000454*                   TETO DE TARIFA (MOTIVO "CAP") E QUANTO
000455*                   COBRARAM - SO INFORMATIVO, NAO ENTRA NO
000456*                   VEREDITO.
000457******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
001040 01  WS-OPERATOR-PIN             PIC X(04).
001050 01  WS-DIA                      PIC X(08).
001060 01  WS-TOT-TICKETS              PIC S9(09)V99 VALUE ZERO.
001063 01  WS-TOT-TETO-PASS            PIC 9(07)   VALUE ZERO.
001066 01  WS-TOT-TETO-VALOR           PIC S9(09)V99 VALUE ZERO.
001070 01  WS-TOT-EXPDEP               PIC S9(09)V99 VALUE ZERO.
001080 01  WS-TOT-VAR-HIST             PIC S9(09)V99 VALUE ZERO.
001090 01  WS-TOT-VAR-AUDIT            PIC S9(09)V99 VALUE ZERO.
001160 01  WS-AUDIT-VAR-N REDEFINES WS-AUDIT-VAR-X
001170                                 PIC S9(05)V99.
001180*  ULTIMA LINHA DE FECHO DO DIA, NO FORMATO QUE O MOEDA GRAVA:
001190*  "E=999999 F=9999 A=9999 R=9999 S=9999 B=9999" (O S= DAS
001191*  SANGRIAS EXISTE DESDE 2026-09; FECHO ANTIGO VEM COM BRANCOS ALI
001192*  E A SANGRIA CONTA COMO ZERO; O B= DAS RECONTAGENS CEGAS, IDEM
001193*  A PARTIR DE 2026-10).
001200 01  WS-FECHO-IMAGE              PIC X(60).
001210 01  FILLER REDEFINES WS-FECHO-IMAGE.
001220     05  FILLER                  PIC X(02).
001290     05  WS-FEC-REJ              PIC 9(04).
001291     05  FILLER                  PIC X(03).
001292     05  WS-FEC-SANG             PIC 9(04).
001293     05  FILLER                  PIC X(03).
001294     05  WS-FEC-RECONT           PIC 9(04).
001300     05  FILLER                  PIC X(17).
001310 01  WS-DIAUTIL-FUNC             PIC X(01).
001320 01  WS-BUSINESS-DATE            PIC X(08).
001330 01  WS-BUSINESS-SW              PIC X(01).
002300*  2000-TOTAL-TICKETS
002310*  SOMA AS TARIFAS DO DIA PELO MESMO RECORTE QUE O VIAGEM ACUMULA
002320*  NO EXPDEP: SO PASSAGENS COM CAIXA VENDEDOR, E NUNCA AS
002330*  REVERSOES DE ESTORNO (QUE NAO GERAM AJUSTE NO EXPDEP), NEM AS
002335*  VENDAS EM CARTAO OU PIX (QUE NAO PASSAM PELA GAVETA).
002340******************************************************************
002350 2000-TOTAL-TICKETS.
002360     IF TICKET-RUN-DATE = WS-DIA
002370         AND TICKET-CATEGORIA NOT = "ESTORNO"
002380         AND TICKET-CAIXA NOT = SPACES
002385         AND TICKET-PAG-DINHEIRO
002390         ADD TICKET-TARIFA TO WS-TOT-TICKETS
002392         IF TICKET-REASON = "CAP"
002394             ADD 1 TO WS-TOT-TETO-PASS
002396             ADD TICKET-TARIFA TO WS-TOT-TETO-VALOR
002398         END-IF
002400     END-IF
002410     ADD 1 TO WS-RECORDS-READ
002420     PERFORM 8000-READ-TICKET
003700         MOVE "N" TO WS-DIA-FECHADO-SW
003710     END-IF
003720     WRITE REPORT-LINE
003721*    INFORMATIVO: AS PASSAGENS COM TETO DE TARIFA ENTRAM NAS DUAS
003722*    PONTAS PELO VALOR COBRADO, ENTAO NAO MEXEM NO VEREDITO.
003723     IF WS-TOT-TETO-PASS > ZERO
003724         MOVE WS-TOT-TETO-VALOR TO WS-VALOR-ED
003725         MOVE SPACES TO REPORT-LINE
003726         STRING "   DAS QUAIS " WS-TOT-TETO-PASS
003727                " COM TETO DE TARIFA (CAP) R$" WS-VALOR-ED
003728             DELIMITED BY SIZE INTO REPORT-LINE
003729         WRITE REPORT-LINE
003730     END-IF
003731     MOVE WS-TOT-VAR-AUDIT TO WS-VALOR-ED
003740     MOVE WS-TOT-VAR-HIST  TO WS-VALOR2-ED
003750     MOVE SPACES TO REPORT-LINE
003760     STRING "2. DIFERENCAS NA AUDITORIA " WS-VALOR-ED
003973     IF WS-FEC-SANG NUMERIC
003974         ADD WS-FEC-SANG TO WS-SOMA-CONTAS
003975     END-IF
003976     IF WS-FEC-RECONT NUMERIC
003977         ADD WS-FEC-RECONT TO WS-SOMA-CONTAS
003978     END-IF
003980     MOVE SPACES TO REPORT-LINE
003990     STRING "3. ENTRADAS " WS-FEC-ENTRADA
004000            " X FECH+ABERT+SANG+RECONT+REJEIT "
004010            WS-SOMA-CONTAS
004020         DELIMITED BY SIZE INTO REPORT-LINE
004030     WRITE REPORT-LINE
