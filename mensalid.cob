000170*      NO LEDGER (DEBITO 110CAIXA, CREDITO 130RECEB);
000180*    - O RELATORIO DE INADIMPLENCIA (MENSRPT) SAI POR ALUNO COM
000190*      A IDADE DA DIVIDA EM MESES.
000191*    - A COBRANCA PAGA DEPOIS DO VENCIMENTO (DIA DO FLUXPARM) PAGA
000192*      MULTA E JUROS DE MORA (ENCPARM), LANCADOS NA RECEITA DE
000193*      ENCARGOS (CREDITO 440ENCAR);
000194*    - O ACORDO DE PARCELAMENTO (ACORDO) JUNTA AS VENCIDAS DO
000195*      ALUNO, COM OS ENCARGOS ATE A DATA, NUMA SERIE DE PARCELAS
000196*      MENSAIS; AS COBRANCAS FICAM RENEGOCIADAS (R) NO MENSCHG.
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000231*  2026-10-15 AFG   CADA PAGAMENTO EMITE UM RECIBO NUMERADO NA
000232*                   SERIE DA FILIAL DO BALCAO (ROTINA RECIBO),
000233*                   INFORMADA NA ENTRADA; O NUMERO DO RECIBO E A
000234*                   FILIAL VAO NO EXPDEP PARA O RECIBOS CONFERIR A
000235*                   SERIE CONTRA O DEPOSITO ESPERADO DO CAIXA.
000236*  2026-10-15 AFG   A COBRANCA GERADA RECEBE O NOSSO NUMERO DO
000237*                   BOLETO ("2" + SEQUENCIA + DIGITO DO DIGVER); A
000238*                   BAIXA PELO RETORNO DO BANCO E DO COBRANCA.
000239*                   AS EM ABERTO SEM NOSSO NUMERO RECEBEM UM NA
000240*                   CARGA. A INADIMPLENCIA MOSTRA O NOSSO NUMERO.
000241*  2026-10-15 AFG   O LANCAMENTO NO LEDGER PASSA PELA ROTINA
000242*                   PERIODO: DATA EM MES FECHADO E RECUSADA OU
000243*                   DESVIADA PARA O PRIMEIRO MES ABERTO,
000244*                   CONFORME O PERPARM, E FICA NO PERLOG.
000245*  2026-10-15 AFG   A BOLSA APLICADA E A VIGENTE NO MES COBRADO:
000246*                   O NOVO PERCENTUAL APROVADO NA REVISAO ANUAL
000247*                   VALE A PARTIR DO MES DE VIGENCIA. O DESCONTO
000248*                   DA BOLSA PASSA A SER CALCULADO EM PASSOS - A
000249*                   CONTA NUMA SO EXPRESSAO ZERAVA A MENSALIDADE
000250*                   DE TODO BOLSISTA.
000251*  2026-10-15 AFG   MULTA E JUROS DE MORA NO PAGAMENTO EM ATRASO,
000252*                   PELOS PARAMETROS DO ENCPARM E O VENCIMENTO DO
000253*                   FLUXPARM, LANCADOS NA CONTA 440ENCAR. ACORDO
000254*                   DE PARCELAMENTO DAS VENCIDAS (ACAO A) E
000255*                   BAIXA DAS PARCELAS (ACAO Q); A INADIMPLENCIA
000256*                   MOSTRA OS ENCARGOS ATE HOJE E OS ACORDOS EM
000257*                   DIA E EM ATRASO.
000258******************************************************************
000259 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT TUITION-CHARGE-FILE ASSIGN TO "MENSCHG"
000450     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000471     SELECT LATE-CHARGE-PARM-FILE ASSIGN TO "ENCPARM"
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS  IS WS-ENCP-FILE-STATUS.
000474     SELECT CASHFLOW-PARM-FILE ASSIGN TO "FLUXPARM"
000475         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS  IS WS-FXP-FILE-STATUS.
000477     SELECT AGREEMENT-FILE ASSIGN TO "ACORDO"
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS  IS WS-ACD-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TUITION-CHARGE-FILE
000680 FD  AUDIT-LOG-FILE
000690     RECORDING MODE IS F.
000700     COPY AUDITREC.
000701 FD  LATE-CHARGE-PARM-FILE
000702     RECORDING MODE IS F.
000703     COPY ENCPARMREC.
000704 FD  CASHFLOW-PARM-FILE
000705     RECORDING MODE IS F.
000706     COPY FLUXPARMREC.
000707 FD  AGREEMENT-FILE
000708     RECORDING MODE IS F.
000709     COPY ACORDOREC.
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  WS-MENS-FILE-STATUS     PIC X(02)   VALUE "00".
000760     05  WS-EXPDEP-FILE-STATUS   PIC X(02)   VALUE "00".
000770     05  WS-LEDGER-FILE-STATUS   PIC X(02)   VALUE "00".
000780     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000781     05  WS-ENCP-FILE-STATUS     PIC X(02)   VALUE "00".
000782     05  WS-FXP-FILE-STATUS      PIC X(02)   VALUE "00".
000783     05  WS-ACD-FILE-STATUS      PIC X(02)   VALUE "00".
000784     05  WS-ACD-EOF-SW           PIC X(01)   VALUE "N".
000785         88  WS-ACD-EOF                      VALUE "Y".
000790     05  WS-MENS-EOF-SW          PIC X(01)   VALUE "N".
000800         88  WS-MENS-EOF                     VALUE "Y".
000810     05  WS-ALM-EOF-SW           PIC X(01)   VALUE "N".
000990 77  WS-CONTA-RECEBER            PIC X(08)   VALUE "130RECEB".
001000 77  WS-CONTA-MENSALIDADE        PIC X(08)   VALUE "420MENSA".
001010 77  WS-CONTA-CAIXA              PIC X(08)   VALUE "110CAIXA".
001015 77  WS-CONTA-ENCARGOS           PIC X(08)   VALUE "440ENCAR".
001020 01  WS-RUN-STAMP-DISP           PIC X(30).
001030     COPY RUNSTAMP.
001040 01  WS-ACAO                     PIC X(01).
001090 01  WS-IN-CAIXA                 PIC X(05).
001100 01  WS-VALOR-WK                 PIC 9(05)V99.
001110 01  WS-BOLSA-WK                 PIC 9(03).
001113 01  WS-PCT-PAGO                 PIC 9(03).
001116 01  WS-VALOR-BRUTO              PIC 9(07)V99.
001120 01  WS-GERADAS                  PIC 9(03)   VALUE ZERO.
001130 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
001140 01  WS-SCAN                     PIC 9(03).
001170 01  WS-HOJE-MES-NUM             PIC 9(06).
001180 01  WS-ABERTAS                  PIC 9(03)   VALUE ZERO.
001190 01  WS-VALOR-ED                 PIC ZZZZ9.99.
001191 01  WS-IN-FILIAL                PIC X(03).
001192*  SERIE DE RECIBO = FILIAL DO BALCAO (BRANCO VIRA "MTZ").
001193 01  WS-FILIAL                   PIC X(03).
001194*  AREA DO RECIBO MONTADA PARA A ROTINA RECIBO.
001195     COPY RECIBOREC.
001196*  NOSSO NUMERO DO BOLETO: CARTEIRA "2" DA MENSALIDADE, SEQUENCIA
001197*  (A MAIOR DO MENSCHG MAIS UM) E O DIGITO DO DIGVER NA POS. 10.
001198 01  WS-NOSSO-NUMERO-WK.
001199     05  WS-NOSSO-CARTEIRA       PIC X(01)   VALUE "2".
001200     05  WS-NOSSO-SEQ            PIC 9(08).
001201     05  WS-NOSSO-DV             PIC X(01).
001202 01  WS-PROX-NOSSO               PIC 9(08)   VALUE ZERO.
001203 01  WS-NOSSO-SEQ-WK             PIC 9(08).
001204 01  WS-DV-ACAO                  PIC X(01).
001205 01  WS-DV-VALID-SW              PIC X(01)   VALUE "N".
001206     88  WS-DV-VALID                         VALUE "Y".
001207******************************************************************
001208*  ENCARGOS DE ATRASO - PADROES QUANDO O ENCPARM (OU O FLUXPARM,
001209*  PARA O DIA DO VENCIMENTO) NAO TEM O CAMPO.
001210******************************************************************
001211 01  WS-MULTA-PCT                PIC 9V99    VALUE 2.00.
001212 01  WS-JUROS-MES-PCT            PIC 9V99    VALUE 1.00.
001213 01  WS-CARENCIA-DIAS            PIC 9(02)   VALUE ZERO.
001214 01  WS-MAX-PARCELAS             PIC 9(02)   VALUE 12.
001215 01  WS-VENC-DIA                 PIC 9(02)   VALUE 10.
001216*  VENCIMENTO (AAAAMMDD) DA COBRANCA OU PARCELA EM CALCULO.
001217 01  WS-VENC-WK                  PIC X(08).
001218 01  WS-VENC-NUM REDEFINES WS-VENC-WK
001219                                 PIC 9(08).
001220 01  WS-HOJE-NUM                 PIC 9(08).
001221 01  WS-INT-HOJE                 PIC 9(07).
001222 01  WS-INT-VENC                 PIC 9(07).
001223 01  WS-DIAS-ATRASO              PIC 9(05).
001224 01  WS-ENCARGO-BRUTO            PIC 9(11)V9(04).
001225 01  WS-MULTA-WK                 PIC 9(05)V99.
001226 01  WS-JUROS-WK                 PIC 9(05)V99.
001227*  RECEBIMENTO EM CURSO: VALOR DEVIDO, ENCARGOS E TOTAL PAGO, COM
001228*  A DESCRICAO DOS LANCAMENTOS E A REFERENCIA DO RECIBO.
001229 01  WS-PGTO-PRINCIPAL           PIC 9(05)V99.
001230 01  WS-PGTO-ENCARGOS            PIC 9(05)V99.
001231 01  WS-PGTO-TOTAL               PIC 9(05)V99.
001232 01  WS-DESC-CAIXA               PIC X(20).
001233 01  WS-DESC-BAIXA               PIC X(20).
001234 01  WS-RCB-REF-WK               PIC X(30).
001235 01  WS-MULTA-ED                 PIC ZZZZ9.99.
001236 01  WS-JUROS-ED                 PIC ZZZZ9.99.
001237 01  WS-ENCARGOS-ED              PIC ZZZZ9.99.
001238 01  WS-TOTAL-ED                 PIC ZZZZ9.99.
001239*  MONTAGEM DO ACORDO DE PARCELAMENTO.
001240 01  WS-IN-PARCELAS              PIC X(02).
001241 01  WS-CONFIRMA                 PIC X(01).
001242 01  WS-PARCELAS                 PIC 9(02).
001243 01  WS-PARC-NUM                 PIC 9(02).
001244 01  WS-PARC-RESTO               PIC 9(02).
001245 01  WS-VENCIDAS                 PIC 9(03).
001246 01  WS-AC-LIMITE                PIC 9(04).
001247 01  WS-ACORDO-PRINC             PIC 9(05)V99.
001248 01  WS-ACORDO-ENC               PIC 9(05)V99.
001249 01  WS-ACORDO-TOTAL             PIC 9(05)V99.
001250 01  WS-PARCELA-VALOR            PIC 9(05)V99.
001251 01  WS-PARCELA-ULTIMA           PIC 9(05)V99.
001252 01  WS-PARC-AAAAMM.
001253     05  WS-PARC-ANO             PIC 9(04).
001254     05  WS-PARC-MES             PIC 9(02).
001255*  NUMERO DO ACORDO: "AC" + SEQUENCIA (A MAIOR DO ACORDO MAIS UM).
001256 01  WS-ACORDO-ID-WK.
001257     05  WS-ACORDO-PREFIXO       PIC X(02)   VALUE "AC".
001258     05  WS-ACORDO-SEQ           PIC 9(06).
001259 01  WS-PROX-ACORDO              PIC 9(06)   VALUE ZERO.
001260 01  WS-ACORDO-SEQ-WK            PIC 9(06).
001261*  SITUACAO DOS ACORDOS NA INADIMPLENCIA.
001262 01  WS-AC-SCAN                  PIC 9(03).
001263 01  WS-AC-PAGAS                 PIC 9(02).
001264 01  WS-AC-VENCIDAS              PIC 9(02).
001265 01  WS-AC-SALDO                 PIC 9(05)V99.
001266 01  WS-AC-SITUACAO              PIC X(09).
001267 01  WS-ACORDOS-EM-DIA           PIC 9(03)   VALUE ZERO.
001268 01  WS-ACORDOS-ATRASO           PIC 9(03)   VALUE ZERO.
001269
001270******************************************************************
001271*  COBRANCAS CARREGADAS EM MEMORIA; REGRAVADAS INTEIRAS NA
001272*  SAIDA (MESMO PADRAO DO ROTAMANT).
001273******************************************************************
001274 01  WS-CH-TABLE.
001275     05  WS-CH-ENTRY OCCURS 500 TIMES
001276                     INDEXED BY WS-CH-IDX.
001280         10  WS-CH-ALUNO         PIC X(08).
001290         10  WS-CH-MES           PIC X(06).
001300         10  WS-CH-VALOR         PIC 9(05)V99.
001310         10  WS-CH-STATUS        PIC X(01).
001320         10  WS-CH-PAY-DATE      PIC X(08).
001330         10  WS-CH-CAIXA         PIC X(05).
001335         10  WS-CH-NOSSO         PIC X(10).
001337         10  WS-CH-ACORDO        PIC X(08).
001340 01  WS-CH-COUNT                 PIC 9(03)   VALUE ZERO.
001350 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001360     88  WS-OVERFLOW                         VALUE "Y".
001440         10  WS-TU-TURMA         PIC X(06).
001450         10  WS-TU-VALOR         PIC 9(05)V99.
001460 01  WS-TU-COUNT                 PIC 9(03)   VALUE ZERO.
001461******************************************************************
001462*  PARCELAS DOS ACORDOS CARREGADAS EM MEMORIA; REGRAVADAS INTEIRAS
001463*  NA SAIDA, COMO AS COBRANCAS.
001464******************************************************************
001465 01  WS-AC-TABLE.
001466     05  WS-AC-ENTRY OCCURS 500 TIMES
001467                     INDEXED BY WS-AC-IDX.
001468         10  WS-AC-ID            PIC X(08).
001469         10  WS-AC-ALUNO         PIC X(08).
001470         10  WS-AC-DATA          PIC X(08).
001471         10  WS-AC-PARCELA       PIC 9(02).
001472         10  WS-AC-QTDE          PIC 9(02).
001473         10  WS-AC-VENC          PIC X(08).
001474         10  WS-AC-VALOR         PIC 9(05)V99.
001475         10  WS-AC-STATUS        PIC X(01).
001476         10  WS-AC-PAY-DATE      PIC X(08).
001477         10  WS-AC-CAIXA         PIC X(05).
001478         10  WS-AC-ENCARGOS      PIC 9(05)V99.
001479 01  WS-AC-COUNT                 PIC 9(03)   VALUE ZERO.
001480 01  WS-AC-OVERFLOW-SW           PIC X(01)   VALUE "N".
001481     88  WS-AC-OVERFLOW                      VALUE "Y".
001482*  TRAVA DE PERIODO CONTABIL - ROTINA PERIODO ANTES DE CADA
001483*  LANCAMENTO NO LEDGER.
001484 01  WS-PERIODO-FUNC             PIC X(01)   VALUE "L".
001485 01  WS-PERIODO-PROG             PIC X(08)   VALUE "MENSALID".
001486 01  WS-PERIODO-SW               PIC X(01).
001487     88  WS-PERIODO-RECUSADO                 VALUE "R".
001488
001489 PROCEDURE DIVISION.
001490
001500 0000-MAINLINE.
001510     PERFORM 0010-SIGN-ON THRU 0010-EXIT
001640         MOVE 8 TO RETURN-CODE
001650         STOP RUN
001660     END-IF
001661     IF WS-AC-OVERFLOW
001662         DISPLAY "ACORDO MAIOR QUE A TABELA (500) - EXECUCAO"
001663                 " RECUSADA, NADA ALTERADO"
001664         MOVE 8 TO RETURN-CODE
001665         STOP RUN
001666     END-IF
001670     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
001680         UNTIL WS-EXIT
001690     PERFORM 3000-FINALIZE
002030******************************************************************
002040*  1000-INITIALIZE
002050*  CARREGA AS COBRANCAS E A TABELA DE MENSALIDADES E ABRE A
002060*  AUDITORIA, OS PARAMETROS DOS ENCARGOS E OS ACORDOS.
002070******************************************************************
002080 1000-INITIALIZE.
002090     ACCEPT WS-HOJE FROM DATE YYYYMMDD
002100     ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD
002110     ACCEPT RUN-STAMP-ID   FROM TIME
002120     MOVE WS-HOJE(1:6) TO WS-MES
002123     MOVE WS-HOJE TO WS-HOJE-NUM
002126     COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
002130     OPEN INPUT TUITION-CHARGE-FILE
002140     IF WS-MENS-FILE-STATUS NOT = "00"
002150         MOVE "Y" TO WS-MENS-EOF-SW
002180             UNTIL WS-MENS-EOF
002190         CLOSE TUITION-CHARGE-FILE
002200     END-IF
002202     PERFORM 1150-NOSSO-NUMERO-ABERTA THRU 1150-EXIT
002204         VARYING WS-SCAN FROM 1 BY 1
002206         UNTIL WS-SCAN > WS-CH-COUNT
002210     PERFORM 1200-LOAD-TUITTAB
002213     PERFORM 1300-LOAD-PARM
002216     PERFORM 1400-LOAD-ACORDOS
002220     PERFORM 0100-OPEN-AUDIT-LOG-FILE
002221     DISPLAY "FILIAL DO BALCAO (BRANCO=MTZ):"
002222     ACCEPT WS-IN-FILIAL
002223     IF WS-IN-FILIAL = SPACES
002224         MOVE "MTZ" TO WS-FILIAL
002225     ELSE
002226         MOVE WS-IN-FILIAL TO WS-FILIAL
002227     END-IF.
002230
002240 1100-LOAD-CHARGE.
002250     READ TUITION-CHARGE-FILE
002380     MOVE MENS-VALOR    TO WS-CH-VALOR(WS-CH-IDX)
002390     MOVE MENS-STATUS   TO WS-CH-STATUS(WS-CH-IDX)
002400     MOVE MENS-PAY-DATE TO WS-CH-PAY-DATE(WS-CH-IDX)
002410     MOVE MENS-CAIXA    TO WS-CH-CAIXA(WS-CH-IDX)
002411     MOVE MENS-NOSSO-NUMERO TO WS-CH-NOSSO(WS-CH-IDX)
002412     MOVE MENS-ACORDO-ID TO WS-CH-ACORDO(WS-CH-IDX)
002413     IF MENS-NOSSO-NUMERO(2:8) NUMERIC
002414         MOVE MENS-NOSSO-NUMERO(2:8) TO WS-NOSSO-SEQ-WK
002415         IF WS-NOSSO-SEQ-WK > WS-PROX-NOSSO
002416             MOVE WS-NOSSO-SEQ-WK TO WS-PROX-NOSSO
002417         END-IF
002418     END-IF.
002420 1100-EXIT.
002430     EXIT.
002431******************************************************************
002432*  1150-NOSSO-NUMERO-ABERTA
002433*  COBRANCA EM ABERTO GERADA ANTES DO BOLETO RECEBE O NOSSO NUMERO
002434*  NA CARGA, PARA PODER SER PAGA NO BANCO.
002435******************************************************************
002436 1150-NOSSO-NUMERO-ABERTA.
002437     SET WS-CH-IDX TO WS-SCAN
002438     IF WS-CH-STATUS(WS-CH-IDX) NOT = "A"
002439         OR WS-CH-NOSSO(WS-CH-IDX) NOT = SPACES
002440         GO TO 1150-EXIT
002441     END-IF
002442     PERFORM 2170-ATRIBUI-NOSSO-NUMERO
002443     ADD 1 TO WS-CHANGE-COUNT.
002444 1150-EXIT.
002445     EXIT.
002446
002450******************************************************************
002460*  0100-OPEN-AUDIT-LOG-FILE
002470*  ABRE A TRILHA DE AUDITORIA COMPARTILHADA EM MODO EXTEND,
002840     END-IF.
002850 1250-EXIT.
002860     EXIT.
002861******************************************************************
002862*  1300-LOAD-PARM
002863*  LE OS PARAMETROS DA MULTA E DOS JUROS (ENCPARM) E O DIA DO
002864*  VENCIMENTO DA MENSALIDADE (FLUXPARM). CAMPO AUSENTE, NAO
002865*  NUMERICO OU FORA DA FAIXA FICA COM O PADRAO DO PROGRAMA.
002866******************************************************************
002867 1300-LOAD-PARM.
002868     OPEN INPUT LATE-CHARGE-PARM-FILE
002869     IF WS-ENCP-FILE-STATUS NOT = "00"
002870         DISPLAY "ENCPARM NAO ENCONTRADO - ENCARGOS PADRAO"
002871     ELSE
002872         READ LATE-CHARGE-PARM-FILE
002873             AT END
002874                 MOVE SPACES TO LATE-CHARGE-PARM-RECORD
002875         END-READ
002876         IF ENCP-MULTA-PCT NUMERIC
002877             MOVE ENCP-MULTA-PCT TO WS-MULTA-PCT
002878         END-IF
002879         IF ENCP-JUROS-MES-PCT NUMERIC
002880             MOVE ENCP-JUROS-MES-PCT TO WS-JUROS-MES-PCT
002881         END-IF
002882         IF ENCP-CARENCIA-DIAS NUMERIC
002883             MOVE ENCP-CARENCIA-DIAS TO WS-CARENCIA-DIAS
002884         END-IF
002885         IF ENCP-MAX-PARCELAS NUMERIC
002886             AND ENCP-MAX-PARCELAS > ZERO
002887             MOVE ENCP-MAX-PARCELAS TO WS-MAX-PARCELAS
002888         END-IF
002889         CLOSE LATE-CHARGE-PARM-FILE
002890     END-IF
002891     OPEN INPUT CASHFLOW-PARM-FILE
002892     IF WS-FXP-FILE-STATUS = "00"
002893         READ CASHFLOW-PARM-FILE
002894             AT END
002895                 MOVE SPACES TO CASHFLOW-PARM-RECORD
002896         END-READ
002897         IF FXP-MENS-DIA NUMERIC
002898             IF FXP-MENS-DIA > ZERO AND FXP-MENS-DIA < 29
002899                 MOVE FXP-MENS-DIA TO WS-VENC-DIA
002900             END-IF
002901         END-IF
002902         CLOSE CASHFLOW-PARM-FILE
002903     END-IF.
002904
002905******************************************************************
002906*  1400-LOAD-ACORDOS
002907*  CARREGA AS PARCELAS DOS ACORDOS E A MAIOR SEQUENCIA DE ACORDO.
002908******************************************************************
002909 1400-LOAD-ACORDOS.
002910     OPEN INPUT AGREEMENT-FILE
002911     IF WS-ACD-FILE-STATUS NOT = "00"
002912         MOVE "Y" TO WS-ACD-EOF-SW
002913     ELSE
002914         PERFORM 1450-LOAD-PARCELA THRU 1450-EXIT
002915             UNTIL WS-ACD-EOF
002916         CLOSE AGREEMENT-FILE
002917     END-IF.
002918
002919 1450-LOAD-PARCELA.
002920     READ AGREEMENT-FILE
002921         AT END
002922             MOVE "Y" TO WS-ACD-EOF-SW
002923             GO TO 1450-EXIT
002924     END-READ
002925     IF WS-AC-COUNT >= 500
002926         MOVE "Y" TO WS-AC-OVERFLOW-SW
002927         GO TO 1450-EXIT
002928     END-IF
002929     ADD 1 TO WS-AC-COUNT
002930     SET WS-AC-IDX TO WS-AC-COUNT
002931     MOVE ACD-ACORDO-ID     TO WS-AC-ID(WS-AC-IDX)
002932     MOVE ACD-ALUNO-ID      TO WS-AC-ALUNO(WS-AC-IDX)
002933     MOVE ACD-DATA-ACORDO   TO WS-AC-DATA(WS-AC-IDX)
002934     MOVE ACD-PARCELA       TO WS-AC-PARCELA(WS-AC-IDX)
002935     MOVE ACD-QTDE-PARCELAS TO WS-AC-QTDE(WS-AC-IDX)
002936     MOVE ACD-VENCIMENTO    TO WS-AC-VENC(WS-AC-IDX)
002937     MOVE ACD-VALOR         TO WS-AC-VALOR(WS-AC-IDX)
002938     MOVE ACD-STATUS        TO WS-AC-STATUS(WS-AC-IDX)
002939     MOVE ACD-PAY-DATE      TO WS-AC-PAY-DATE(WS-AC-IDX)
002940     MOVE ACD-CAIXA         TO WS-AC-CAIXA(WS-AC-IDX)
002941     MOVE ACD-ENCARGOS      TO WS-AC-ENCARGOS(WS-AC-IDX)
002942     IF ACD-ACORDO-ID(3:6) NUMERIC
002943         MOVE ACD-ACORDO-ID(3:6) TO WS-ACORDO-SEQ-WK
002944         IF WS-ACORDO-SEQ-WK > WS-PROX-ACORDO
002945             MOVE WS-ACORDO-SEQ-WK TO WS-PROX-ACORDO
002946         END-IF
002947     END-IF.
002948 1450-EXIT.
002949     EXIT.
002950
002951******************************************************************
002952*  2000-SHOW-MENU
002953*  MOSTRA AS ACOES DISPONIVEIS E DISPARA A ESCOLHIDA.
002954******************************************************************
002955 2000-SHOW-MENU.
002956     DISPLAY " "
002957     DISPLAY "MENSALIDADES - ESCOLHA A ACAO:"
002958     DISPLAY "  G - GERAR COBRANCAS DO MES"
002960     DISPLAY "  P - REGISTRAR PAGAMENTO"
002970     DISPLAY "  I - RELATORIO DE INADIMPLENCIA"
002973     DISPLAY "  A - ACORDO DE PARCELAMENTO DAS VENCIDAS"
002976     DISPLAY "  Q - PAGAR PARCELA DE ACORDO"
002980     DISPLAY "  X - SAIR E GRAVAR"
002990     ACCEPT WS-ACAO
003000     EVALUATE WS-ACAO
003070         WHEN "I"
003080         WHEN "i"
003090             PERFORM 2600-INADIMPLENCIA THRU 2600-EXIT
003091         WHEN "A"
003092         WHEN "a"
003093             PERFORM 2700-FAZ-ACORDO THRU 2700-EXIT
003094         WHEN "Q"
003095         WHEN "q"
003096             PERFORM 2750-PAGA-PARCELA THRU 2750-EXIT
003100         WHEN "X"
003110         WHEN "x"
003120             MOVE "Y" TO WS-EXIT-SW
003770                 " NAO COBRADO"
003780         GO TO 2150-EXIT
003790     END-IF
003793*    BOLSA VIGENTE NO MES COBRADO - O NOVO PERCENTUAL DA REVISAO
003796*    ANUAL SO VALE DO MES DE VIGENCIA EM DIANTE.
003799     MOVE ZERO TO WS-BOLSA-WK
003802     IF ALUNO-BOLSA-PCT NUMERIC
003805         MOVE ALUNO-BOLSA-PCT TO WS-BOLSA-WK
003808     END-IF
003811     IF ALUNO-BOLSA-VIG-MES NOT = SPACES
003814         AND ALUNO-BOLSA-NOVA-PCT NUMERIC
003817         AND WS-IN-MES NOT < ALUNO-BOLSA-VIG-MES
003820         MOVE ALUNO-BOLSA-NOVA-PCT TO WS-BOLSA-WK
003823     END-IF
003826     IF WS-BOLSA-WK > ZERO
003830         SUBTRACT WS-BOLSA-WK FROM 100 GIVING WS-PCT-PAGO
003834         MULTIPLY WS-VALOR-WK BY WS-PCT-PAGO
003838             GIVING WS-VALOR-BRUTO
003842         DIVIDE WS-VALOR-BRUTO BY 100
003846             GIVING WS-VALOR-WK ROUNDED
003850     END-IF
003860     IF WS-CH-COUNT >= 500
003870         MOVE "Y" TO WS-OVERFLOW-SW
003970     MOVE "A"         TO WS-CH-STATUS(WS-CH-IDX)
003980     MOVE SPACES      TO WS-CH-PAY-DATE(WS-CH-IDX)
003990     MOVE SPACES      TO WS-CH-CAIXA(WS-CH-IDX)
003992     MOVE SPACES      TO WS-CH-ACORDO(WS-CH-IDX)
003995     PERFORM 2170-ATRIBUI-NOSSO-NUMERO
004000     ADD 1 TO WS-GERADAS
004010     ADD 1 TO WS-CHANGE-COUNT
004020*    CONTAS A RECEBER DA MENSALIDADE - SEPARADAS DAS TARIFAS.
004060     MOVE "D"                 TO LED-DC
004070     MOVE WS-VALOR-WK         TO LED-AMOUNT
004080     MOVE "MENSALIDADE A REC" TO LED-DESC
004082     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
004084                          LEDGER-POSTING-RECORD WS-PERIODO-SW
004086     IF NOT WS-PERIODO-RECUSADO
004090         WRITE LEDGER-POSTING-RECORD
004095     END-IF
004100     MOVE SPACES              TO LEDGER-POSTING-RECORD
004110     MOVE WS-HOJE             TO LED-POSTING-DATE
004120     MOVE WS-CONTA-MENSALIDADE TO LED-ACCOUNT
004130     MOVE "C"                 TO LED-DC
004140     MOVE WS-VALOR-WK         TO LED-AMOUNT
004150     MOVE "RECEITA MENSALIDADE" TO LED-DESC
004152     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
004154                          LEDGER-POSTING-RECORD WS-PERIODO-SW
004156     IF NOT WS-PERIODO-RECUSADO
004160         WRITE LEDGER-POSTING-RECORD
004165     END-IF
004170     PERFORM 7000-WRITE-AUDIT-COBRANCA.
004180 2150-EXIT.
004190     EXIT.
004200
004201******************************************************************
004202*  2170-ATRIBUI-NOSSO-NUMERO
004203*  DA A COBRANCA DE WS-CH-IDX O PROXIMO NOSSO NUMERO DO BOLETO.
004204******************************************************************
004205 2170-ATRIBUI-NOSSO-NUMERO.
004206     ADD 1 TO WS-PROX-NOSSO
004207     MOVE WS-PROX-NOSSO TO WS-NOSSO-SEQ
004208     MOVE "C"           TO WS-DV-ACAO
004209     CALL "DIGVER" USING WS-NOSSO-NUMERO-WK WS-DV-ACAO
004210                         WS-DV-VALID-SW
004211     MOVE WS-NOSSO-NUMERO-WK TO WS-CH-NOSSO(WS-CH-IDX).
004212 2180-MATCH-COBRANCA.
004220     SET WS-CH-IDX TO WS-SCAN
004230     IF WS-CH-ALUNO(WS-CH-IDX) = ALUNO-ID
004240         AND WS-CH-MES(WS-CH-IDX) = WS-IN-MES
004340 2190-EXIT.
004350     EXIT.
004360
004374******************************************************************
004388*  2400-REGISTRA-PAGAMENTO
004402*  BAIXA UMA COBRANCA EM ABERTO: O DINHEIRO ENTRA NO EXPDEP DO
004416*  CAIXA RECEBEDOR (O MOEDA RECONCILIA) E A BAIXA VAI AO LEDGER.
004430*  PAGA DEPOIS DO VENCIMENTO, SOMA A MULTA E OS JUROS DE MORA.
004444******************************************************************
004458 2400-REGISTRA-PAGAMENTO.
004472     DISPLAY "ID DO ALUNO:"
004486     ACCEPT WS-IN-ALUNO
004500     DISPLAY "MES DA COBRANCA (AAAAMM):"
004514     ACCEPT WS-IN-MES
004528     MOVE "N" TO WS-FOUND-SW
004542     PERFORM 2450-MATCH-ABERTA THRU 2450-EXIT
004556         VARYING WS-SCAN FROM 1 BY 1
004570         UNTIL WS-SCAN > WS-CH-COUNT OR WS-FOUND
004584     IF NOT WS-FOUND
004598         DISPLAY "COBRANCA EM ABERTO NAO ENCONTRADA"
004612         GO TO 2400-EXIT
004626     END-IF
004640     MOVE WS-CH-MES(WS-CH-IDX)   TO WS-VENC-WK(1:6)
004654     MOVE WS-VENC-DIA            TO WS-VENC-WK(7:2)
004668     MOVE WS-CH-VALOR(WS-CH-IDX) TO WS-PGTO-PRINCIPAL
004682     PERFORM 2800-CALCULA-ENCARGOS THRU 2800-EXIT
004696     IF WS-PGTO-ENCARGOS > ZERO
004710         PERFORM 2850-MOSTRA-ENCARGOS
004724     END-IF
004738     DISPLAY "CAIXA RECEBEDOR (TELLER-ID):"
004752     ACCEPT WS-IN-CAIXA
004766     MOVE "P"      TO WS-CH-STATUS(WS-CH-IDX)
004780     MOVE WS-HOJE  TO WS-CH-PAY-DATE(WS-CH-IDX)
004794     MOVE WS-IN-CAIXA TO WS-CH-CAIXA(WS-CH-IDX)
004808     ADD 1 TO WS-CHANGE-COUNT
004822     MOVE SPACES TO WS-RCB-REF-WK
004836     STRING "MENSALIDADE " WS-IN-MES " " WS-IN-ALUNO
004850         DELIMITED BY SIZE INTO WS-RCB-REF-WK
004864     PERFORM 7200-EMITE-RECIBO
004878     MOVE "PGTO MENSALIDADE"  TO WS-DESC-CAIXA
004892     MOVE "BAIXA MENSALIDADE" TO WS-DESC-BAIXA
004906     PERFORM 2500-LANCA-RECEBIMENTO
004920     PERFORM 7100-WRITE-AUDIT-PAGAMENTO
004934     DISPLAY "PAGAMENTO REGISTRADO"
004948             " - RECIBO " RCB-SERIE "-" RCB-NUMERO.
004990 2400-EXIT.
005000     EXIT.
005010
005080     END-IF.
005090 2450-EXIT.
005100     EXIT.
005101******************************************************************
005102*  2500-LANCA-RECEBIMENTO
005103*  O TOTAL RECEBIDO ENTRA NO EXPDEP DO CAIXA E NO CAIXA DO LEDGER;
005104*  O VALOR DEVIDO BAIXA O CONTAS A RECEBER E OS ENCARGOS VAO PARA
005105*  A RECEITA DE MULTA E JUROS.
005106******************************************************************
005107 2500-LANCA-RECEBIMENTO.
005108     IF WS-IN-CAIXA NOT = SPACES
005109         OPEN EXTEND EXPECTED-DEPOSIT-FILE
005110         IF WS-EXPDEP-FILE-STATUS = "35"
005111             OPEN OUTPUT EXPECTED-DEPOSIT-FILE
005112             CLOSE EXPECTED-DEPOSIT-FILE
005113             OPEN EXTEND EXPECTED-DEPOSIT-FILE
005114         END-IF
005115         MOVE SPACES       TO EXPECTED-DEPOSIT-RECORD
005116         MOVE WS-IN-CAIXA  TO EXPDEP-CAIXA-ID
005117         MOVE WS-HOJE      TO EXPDEP-BUS-DATE
005118         MOVE WS-PGTO-TOTAL TO EXPDEP-AMOUNT
005119         MOVE RUN-STAMP-ID TO EXPDEP-RUN-ID
005120         MOVE WS-FILIAL    TO EXPDEP-FILIAL
005121         MOVE RCB-NUMERO   TO EXPDEP-RECIBO
005122         WRITE EXPECTED-DEPOSIT-RECORD
005123         CLOSE EXPECTED-DEPOSIT-FILE
005124     END-IF
005125     OPEN EXTEND LEDGER-POSTING-FILE
005126     IF WS-LEDGER-FILE-STATUS = "35"
005127         OPEN OUTPUT LEDGER-POSTING-FILE
005128         CLOSE LEDGER-POSTING-FILE
005129         OPEN EXTEND LEDGER-POSTING-FILE
005130     END-IF
005131     MOVE SPACES           TO LEDGER-POSTING-RECORD
005132     MOVE WS-HOJE          TO LED-POSTING-DATE
005133     MOVE WS-CONTA-CAIXA   TO LED-ACCOUNT
005134     MOVE "D"              TO LED-DC
005135     MOVE WS-PGTO-TOTAL    TO LED-AMOUNT
005136     MOVE WS-DESC-CAIXA    TO LED-DESC
005137     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
005138                          LEDGER-POSTING-RECORD WS-PERIODO-SW
005139     IF NOT WS-PERIODO-RECUSADO
005140         WRITE LEDGER-POSTING-RECORD
005141     END-IF
005142     MOVE SPACES           TO LEDGER-POSTING-RECORD
005143     MOVE WS-HOJE          TO LED-POSTING-DATE
005144     MOVE WS-CONTA-RECEBER TO LED-ACCOUNT
005145     MOVE "C"              TO LED-DC
005146     MOVE WS-PGTO-PRINCIPAL TO LED-AMOUNT
005147     MOVE WS-DESC-BAIXA    TO LED-DESC
005148     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
005149                          LEDGER-POSTING-RECORD WS-PERIODO-SW
005150     IF NOT WS-PERIODO-RECUSADO
005151         WRITE LEDGER-POSTING-RECORD
005152     END-IF
005153     IF WS-PGTO-ENCARGOS > ZERO
005154         MOVE SPACES            TO LEDGER-POSTING-RECORD
005155         MOVE WS-HOJE           TO LED-POSTING-DATE
005156         MOVE WS-CONTA-ENCARGOS TO LED-ACCOUNT
005157         MOVE "C"               TO LED-DC
005158         MOVE WS-PGTO-ENCARGOS  TO LED-AMOUNT
005159         MOVE "MULTA/JUROS ATRASO" TO LED-DESC
005160         CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
005161                              LEDGER-POSTING-RECORD WS-PERIODO-SW
005162         IF NOT WS-PERIODO-RECUSADO
005163             WRITE LEDGER-POSTING-RECORD
005164         END-IF
005165     END-IF
005166     CLOSE LEDGER-POSTING-FILE.
005167
005168******************************************************************
005169*  2600-INADIMPLENCIA
005170*  RELATORIO DAS COBRANCAS EM ABERTO POR ALUNO, COM A IDADE DA
005171*  DIVIDA EM MESES E A MULTA E OS JUROS ATE HOJE, SEGUIDO DOS
005172*  ACORDOS DE PARCELAMENTO EM ABERTO - EM DIA OU EM ATRASO.
005173******************************************************************
005174 2600-INADIMPLENCIA.
005180     MOVE ZERO TO WS-ABERTAS
005190     COMPUTE WS-HOJE-MES-NUM =
005200         FUNCTION NUMVAL(WS-MES)
005400     STRING "COBRANCAS EM ABERTO: " WS-ABERTAS
005410         DELIMITED BY SIZE INTO REPORT-LINE
005420     WRITE REPORT-LINE
005421     MOVE SPACES TO REPORT-LINE
005422     WRITE REPORT-LINE
005423     MOVE "ACORDOS DE PARCELAMENTO" TO REPORT-LINE
005424     WRITE REPORT-LINE
005425     MOVE ZERO TO WS-ACORDOS-EM-DIA WS-ACORDOS-ATRASO
005426     PERFORM 2660-ONE-ACORDO THRU 2660-EXIT
005427         VARYING WS-AC-SCAN FROM 1 BY 1
005428         UNTIL WS-AC-SCAN > WS-AC-COUNT
005429     IF WS-ACORDOS-EM-DIA = ZERO AND WS-ACORDOS-ATRASO = ZERO
005430         MOVE "  (NENHUM ACORDO EM ABERTO)" TO REPORT-LINE
005431         WRITE REPORT-LINE
005432     END-IF
005433     MOVE SPACES TO REPORT-LINE
005434     STRING "ACORDOS EM DIA: " WS-ACORDOS-EM-DIA
005435            "  EM ATRASO: " WS-ACORDOS-ATRASO
005436         DELIMITED BY SIZE INTO REPORT-LINE
005437     WRITE REPORT-LINE
005438     CLOSE TUITION-REPORT-FILE
005440     DISPLAY "INADIMPLENCIA GRAVADA EM MENSRPT".
005450 2600-EXIT.
005460     EXIT.
005610         - (WS-MES-NUM / 100) * 12
005620         - FUNCTION MOD(WS-MES-NUM, 100)
005630     MOVE WS-CH-VALOR(WS-CH-IDX) TO WS-VALOR-ED
005631     MOVE WS-CH-MES(WS-CH-IDX)   TO WS-VENC-WK(1:6)
005632     MOVE WS-VENC-DIA            TO WS-VENC-WK(7:2)
005633     MOVE WS-CH-VALOR(WS-CH-IDX) TO WS-PGTO-PRINCIPAL
005634     PERFORM 2800-CALCULA-ENCARGOS THRU 2800-EXIT
005635     MOVE WS-PGTO-ENCARGOS       TO WS-ENCARGOS-ED
005640     MOVE SPACES TO REPORT-LINE
005650     STRING "  " WS-CH-ALUNO(WS-CH-IDX)
005660            " " WS-CH-MES(WS-CH-IDX)
005670            " R$" WS-VALOR-ED
005680            " IDADE " WS-IDADE-MESES " MESES"
005685            " BOLETO " WS-CH-NOSSO(WS-CH-IDX)
005687            " ENC R$" WS-ENCARGOS-ED
005690         DELIMITED BY SIZE INTO REPORT-LINE
005700     WRITE REPORT-LINE.
005710 2650-EXIT.
005720     EXIT.
005721******************************************************************
005722*  2660-ONE-ACORDO
005723*  UMA LINHA POR ACORDO AINDA EM ABERTO (NA SUA PRIMEIRA PARCELA):
005724*  PARCELAS PAGAS, SALDO E PARCELAS VENCIDAS SEM PAGAMENTO - COM
005725*  ALGUMA VENCIDA O ACORDO ESTA EM ATRASO. ACORDO QUITADO NAO SAI.
005726******************************************************************
005727 2660-ONE-ACORDO.
005728     SET WS-AC-IDX TO WS-AC-SCAN
005729     IF WS-AC-PARCELA(WS-AC-IDX) NOT = 1
005730         GO TO 2660-EXIT
005731     END-IF
005732     MOVE WS-AC-ID(WS-AC-IDX) TO WS-ACORDO-ID-WK
005733     MOVE ZERO TO WS-AC-PAGAS WS-AC-VENCIDAS WS-AC-SALDO
005734     PERFORM 2670-SOMA-PARCELA THRU 2670-EXIT
005735         VARYING WS-SCAN FROM 1 BY 1
005736         UNTIL WS-SCAN > WS-AC-COUNT
005737     SET WS-AC-IDX TO WS-AC-SCAN
005738     IF WS-AC-SALDO = ZERO
005739         GO TO 2660-EXIT
005740     END-IF
005741     IF WS-AC-VENCIDAS > ZERO
005742         MOVE "EM ATRASO" TO WS-AC-SITUACAO
005743         ADD 1 TO WS-ACORDOS-ATRASO
005744     ELSE
005745         MOVE "EM DIA"    TO WS-AC-SITUACAO
005746         ADD 1 TO WS-ACORDOS-EM-DIA
005747     END-IF
005748     MOVE WS-AC-SALDO TO WS-VALOR-ED
005749     MOVE SPACES TO REPORT-LINE
005750     STRING "  " WS-AC-ID(WS-AC-IDX)
005751            " " WS-AC-ALUNO(WS-AC-IDX)
005752            " PAGAS " WS-AC-PAGAS "/" WS-AC-QTDE(WS-AC-IDX)
005753            " SALDO R$" WS-VALOR-ED
005754            " VENCIDAS " WS-AC-VENCIDAS
005755            " " WS-AC-SITUACAO
005756         DELIMITED BY SIZE INTO REPORT-LINE
005757     WRITE REPORT-LINE.
005758 2660-EXIT.
005759     EXIT.
005760
005761 2670-SOMA-PARCELA.
005762     SET WS-AC-IDX TO WS-SCAN
005763     IF WS-AC-ID(WS-AC-IDX) NOT = WS-ACORDO-ID-WK
005764         GO TO 2670-EXIT
005765     END-IF
005766     IF WS-AC-STATUS(WS-AC-IDX) = "P"
005767         ADD 1 TO WS-AC-PAGAS
005768         GO TO 2670-EXIT
005769     END-IF
005770     ADD WS-AC-VALOR(WS-AC-IDX) TO WS-AC-SALDO
005771     IF WS-AC-VENC(WS-AC-IDX) < WS-HOJE
005772         ADD 1 TO WS-AC-VENCIDAS
005773     END-IF.
005774 2670-EXIT.
005775     EXIT.
005776
005777******************************************************************
005778*  2700-FAZ-ACORDO
005779*  JUNTA AS COBRANCAS VENCIDAS EM ABERTO DO ALUNO, COM A MULTA E
005780*  OS JUROS ATE HOJE, NUM ACORDO DE PARCELAS MENSAIS A PARTIR DO
005781*  MES SEGUINTE, NO DIA DE VENCIMENTO DA MENSALIDADE. AS COBRANCAS
005782*  FICAM RENEGOCIADAS (R) COM O NUMERO DO ACORDO; OS ENCARGOS
005783*  INCORPORADOS VAO AO LEDGER (DEBITO 130RECEB, CREDITO 440ENCAR).
005784******************************************************************
005785 2700-FAZ-ACORDO.
005786     DISPLAY "ID DO ALUNO:"
005787     ACCEPT WS-IN-ALUNO
005788     MOVE ZERO TO WS-VENCIDAS WS-ACORDO-PRINC WS-ACORDO-ENC
005789     PERFORM 2710-SOMA-VENCIDA THRU 2710-EXIT
005790         VARYING WS-SCAN FROM 1 BY 1
005791         UNTIL WS-SCAN > WS-CH-COUNT
005792     IF WS-VENCIDAS = ZERO
005793         DISPLAY "ALUNO SEM COBRANCA VENCIDA EM ABERTO"
005794         GO TO 2700-EXIT
005795     END-IF
005796     ADD WS-ACORDO-PRINC WS-ACORDO-ENC GIVING WS-ACORDO-TOTAL
005797     MOVE WS-ACORDO-PRINC TO WS-VALOR-ED
005798     MOVE WS-ACORDO-ENC   TO WS-ENCARGOS-ED
005799     MOVE WS-ACORDO-TOTAL TO WS-TOTAL-ED
005800     DISPLAY "COBRANCAS VENCIDAS: " WS-VENCIDAS
005801             " VALOR R$" WS-VALOR-ED
005802             " ENCARGOS R$" WS-ENCARGOS-ED
005803     DISPLAY "TOTAL DO ACORDO R$" WS-TOTAL-ED
005804     DISPLAY "NUMERO DE PARCELAS (01 A " WS-MAX-PARCELAS "):"
005805     ACCEPT WS-IN-PARCELAS
005806     IF WS-IN-PARCELAS NOT NUMERIC
005807         DISPLAY "NUMERO DE PARCELAS INVALIDO - ACORDO CANCELADO"
005808         GO TO 2700-EXIT
005809     END-IF
005810     MOVE WS-IN-PARCELAS TO WS-PARCELAS
005811     IF WS-PARCELAS = ZERO
005812         OR WS-PARCELAS > WS-MAX-PARCELAS
005813         DISPLAY "NUMERO DE PARCELAS INVALIDO - ACORDO CANCELADO"
005814         GO TO 2700-EXIT
005815     END-IF
005816     ADD WS-AC-COUNT WS-PARCELAS GIVING WS-AC-LIMITE
005817     IF WS-AC-LIMITE > 500
005818         DISPLAY "ACORDOS CHEIOS - ACORDO CANCELADO"
005819         GO TO 2700-EXIT
005820     END-IF
005821*    PARCELAS IGUAIS TRUNCADAS NO CENTAVO; A ULTIMA LEVA A SOBRA.
005822     DIVIDE WS-ACORDO-TOTAL BY WS-PARCELAS
005823         GIVING WS-PARCELA-VALOR
005824     SUBTRACT 1 FROM WS-PARCELAS GIVING WS-PARC-RESTO
005825     MULTIPLY WS-PARCELA-VALOR BY WS-PARC-RESTO
005826         GIVING WS-PARCELA-ULTIMA
005827     SUBTRACT WS-PARCELA-ULTIMA FROM WS-ACORDO-TOTAL
005828         GIVING WS-PARCELA-ULTIMA
005829     MOVE WS-PARCELA-VALOR  TO WS-VALOR-ED
005830     MOVE WS-PARCELA-ULTIMA TO WS-TOTAL-ED
005831     DISPLAY WS-PARCELAS " PARCELAS DE R$" WS-VALOR-ED
005832             " - ULTIMA R$" WS-TOTAL-ED
005833     DISPLAY "CONFIRMA O ACORDO (S/N):"
005834     ACCEPT WS-CONFIRMA
005835     IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
005836         DISPLAY "ACORDO NAO GRAVADO"
005837         GO TO 2700-EXIT
005838     END-IF
005839     ADD 1 TO WS-PROX-ACORDO
005840     MOVE WS-PROX-ACORDO TO WS-ACORDO-SEQ
005841     PERFORM 2730-RENEGOCIA THRU 2730-EXIT
005842         VARYING WS-SCAN FROM 1 BY 1
005843         UNTIL WS-SCAN > WS-CH-COUNT
005844     MOVE WS-MES TO WS-PARC-AAAAMM
005845     PERFORM 2740-GRAVA-PARCELA
005846         VARYING WS-PARC-NUM FROM 1 BY 1
005847         UNTIL WS-PARC-NUM > WS-PARCELAS
005848     ADD 1 TO WS-CHANGE-COUNT
005849     IF WS-ACORDO-ENC > ZERO
005850         PERFORM 2780-LANCA-ENCARGOS-ACORDO
005851     END-IF
005852     PERFORM 7400-WRITE-AUDIT-ACORDO
005853     DISPLAY "ACORDO " WS-ACORDO-ID-WK " GRAVADO".
005854 2700-EXIT.
005855     EXIT.
005856
005857 2710-SOMA-VENCIDA.
005858     SET WS-CH-IDX TO WS-SCAN
005859     IF WS-CH-ALUNO(WS-CH-IDX) NOT = WS-IN-ALUNO
005860         OR WS-CH-STATUS(WS-CH-IDX) NOT = "A"
005861         GO TO 2710-EXIT
005862     END-IF
005863     MOVE WS-CH-MES(WS-CH-IDX)   TO WS-VENC-WK(1:6)
005864     MOVE WS-VENC-DIA            TO WS-VENC-WK(7:2)
005865     IF WS-VENC-WK NOT < WS-HOJE
005866         GO TO 2710-EXIT
005867     END-IF
005868     MOVE WS-CH-VALOR(WS-CH-IDX) TO WS-PGTO-PRINCIPAL
005869     PERFORM 2800-CALCULA-ENCARGOS THRU 2800-EXIT
005870     ADD 1 TO WS-VENCIDAS
005871     ADD WS-PGTO-PRINCIPAL TO WS-ACORDO-PRINC
005872     ADD WS-PGTO-ENCARGOS  TO WS-ACORDO-ENC
005873     MOVE WS-PGTO-PRINCIPAL TO WS-VALOR-ED
005874     MOVE WS-PGTO-ENCARGOS  TO WS-ENCARGOS-ED
005875     DISPLAY "  " WS-CH-MES(WS-CH-IDX)
005876             " R$" WS-VALOR-ED
005877             " ATRASO " WS-DIAS-ATRASO " DIAS"
005878             " ENCARGOS R$" WS-ENCARGOS-ED.
005879 2710-EXIT.
005880     EXIT.
005881
005882 2730-RENEGOCIA.
005883     SET WS-CH-IDX TO WS-SCAN
005884     IF WS-CH-ALUNO(WS-CH-IDX) NOT = WS-IN-ALUNO
005885         OR WS-CH-STATUS(WS-CH-IDX) NOT = "A"
005886         GO TO 2730-EXIT
005887     END-IF
005888     MOVE WS-CH-MES(WS-CH-IDX)   TO WS-VENC-WK(1:6)
005889     MOVE WS-VENC-DIA            TO WS-VENC-WK(7:2)
005890     IF WS-VENC-WK NOT < WS-HOJE
005891         GO TO 2730-EXIT
005892     END-IF
005893     MOVE "R"             TO WS-CH-STATUS(WS-CH-IDX)
005894     MOVE WS-ACORDO-ID-WK TO WS-CH-ACORDO(WS-CH-IDX).
005895 2730-EXIT.
005896     EXIT.
005897
005898 2740-GRAVA-PARCELA.
005899     ADD 1 TO WS-PARC-MES
005900     IF WS-PARC-MES > 12
005901         MOVE 1 TO WS-PARC-MES
005902         ADD 1 TO WS-PARC-ANO
005903     END-IF
005904     ADD 1 TO WS-AC-COUNT
005905     SET WS-AC-IDX TO WS-AC-COUNT
005906     MOVE WS-ACORDO-ID-WK TO WS-AC-ID(WS-AC-IDX)
005907     MOVE WS-IN-ALUNO     TO WS-AC-ALUNO(WS-AC-IDX)
005908     MOVE WS-HOJE         TO WS-AC-DATA(WS-AC-IDX)
005909     MOVE WS-PARC-NUM     TO WS-AC-PARCELA(WS-AC-IDX)
005910     MOVE WS-PARCELAS     TO WS-AC-QTDE(WS-AC-IDX)
005911     MOVE WS-PARC-AAAAMM  TO WS-AC-VENC(WS-AC-IDX)(1:6)
005912     MOVE WS-VENC-DIA     TO WS-AC-VENC(WS-AC-IDX)(7:2)
005913     IF WS-PARC-NUM = WS-PARCELAS
005914         MOVE WS-PARCELA-ULTIMA TO WS-AC-VALOR(WS-AC-IDX)
005915     ELSE
005916         MOVE WS-PARCELA-VALOR  TO WS-AC-VALOR(WS-AC-IDX)
005917     END-IF
005918     MOVE "A"             TO WS-AC-STATUS(WS-AC-IDX)
005919     MOVE SPACES          TO WS-AC-PAY-DATE(WS-AC-IDX)
005920     MOVE SPACES          TO WS-AC-CAIXA(WS-AC-IDX)
005921     MOVE ZERO            TO WS-AC-ENCARGOS(WS-AC-IDX).
005922
005923******************************************************************
005924*  2750-PAGA-PARCELA
005925*  BAIXA A PARCELA DE ACORDO EM ABERTO MAIS ANTIGA DO ALUNO, COM
005926*  MULTA E JUROS SE PAGA DEPOIS DO VENCIMENTO DELA; O DINHEIRO
005927*  SEGUE O MESMO CAMINHO DO PAGAMENTO DA MENSALIDADE.
005928******************************************************************
005929 2750-PAGA-PARCELA.
005930     DISPLAY "ID DO ALUNO:"
005931     ACCEPT WS-IN-ALUNO
005932     MOVE "N" TO WS-FOUND-SW
005933     PERFORM 2760-MATCH-PARCELA THRU 2760-EXIT
005934         VARYING WS-SCAN FROM 1 BY 1
005935         UNTIL WS-SCAN > WS-AC-COUNT OR WS-FOUND
005936     IF NOT WS-FOUND
005937         DISPLAY "NENHUMA PARCELA DE ACORDO EM ABERTO"
005938         GO TO 2750-EXIT
005939     END-IF
005940     MOVE WS-AC-VENC(WS-AC-IDX)  TO WS-VENC-WK
005941     MOVE WS-AC-VALOR(WS-AC-IDX) TO WS-PGTO-PRINCIPAL
005942     PERFORM 2800-CALCULA-ENCARGOS THRU 2800-EXIT
005943     MOVE WS-PGTO-PRINCIPAL TO WS-VALOR-ED
005944     DISPLAY "ACORDO " WS-AC-ID(WS-AC-IDX)
005945             " PARCELA " WS-AC-PARCELA(WS-AC-IDX)
005946             "/" WS-AC-QTDE(WS-AC-IDX)
005947             " VENCIMENTO " WS-AC-VENC(WS-AC-IDX)
005948             " R$" WS-VALOR-ED
005949     IF WS-PGTO-ENCARGOS > ZERO
005950         PERFORM 2850-MOSTRA-ENCARGOS
005951     END-IF
005952     DISPLAY "CAIXA RECEBEDOR (TELLER-ID):"
005953     ACCEPT WS-IN-CAIXA
005954     MOVE "P"              TO WS-AC-STATUS(WS-AC-IDX)
005955     MOVE WS-HOJE          TO WS-AC-PAY-DATE(WS-AC-IDX)
005956     MOVE WS-IN-CAIXA      TO WS-AC-CAIXA(WS-AC-IDX)
005957     MOVE WS-PGTO-ENCARGOS TO WS-AC-ENCARGOS(WS-AC-IDX)
005958     ADD 1 TO WS-CHANGE-COUNT
005959     MOVE SPACES TO WS-RCB-REF-WK
005960     STRING "ACORDO " WS-AC-ID(WS-AC-IDX)
005961            " P" WS-AC-PARCELA(WS-AC-IDX)
005962            "/" WS-AC-QTDE(WS-AC-IDX)
005963            " " WS-IN-ALUNO
005964         DELIMITED BY SIZE INTO WS-RCB-REF-WK
005965     PERFORM 7200-EMITE-RECIBO
005966     MOVE "PGTO PARCELA ACORDO"  TO WS-DESC-CAIXA
005967     MOVE "BAIXA PARCELA ACORDO" TO WS-DESC-BAIXA
005968     PERFORM 2500-LANCA-RECEBIMENTO
005969     PERFORM 7300-WRITE-AUDIT-PARCELA
005970     DISPLAY "PARCELA REGISTRADA"
005971             " - RECIBO " RCB-SERIE "-" RCB-NUMERO.
005972 2750-EXIT.
005973     EXIT.
005974
005975 2760-MATCH-PARCELA.
005976     SET WS-AC-IDX TO WS-SCAN
005977     IF WS-AC-ALUNO(WS-AC-IDX) = WS-IN-ALUNO
005978         AND WS-AC-STATUS(WS-AC-IDX) = "A"
005979         MOVE "Y" TO WS-FOUND-SW
005980     END-IF.
005981 2760-EXIT.
005982     EXIT.
005983
005984******************************************************************
005985*  2780-LANCA-ENCARGOS-ACORDO
005986*  A MULTA E OS JUROS INCORPORADOS AO ACORDO PASSAM A SER CONTAS A
005987*  RECEBER, EM CONTRAPARTIDA DA RECEITA DE ENCARGOS.
005988******************************************************************
005989 2780-LANCA-ENCARGOS-ACORDO.
005990     OPEN EXTEND LEDGER-POSTING-FILE
005991     IF WS-LEDGER-FILE-STATUS = "35"
005992         OPEN OUTPUT LEDGER-POSTING-FILE
005993         CLOSE LEDGER-POSTING-FILE
005994         OPEN EXTEND LEDGER-POSTING-FILE
005995     END-IF
005996     MOVE SPACES            TO LEDGER-POSTING-RECORD
005997     MOVE WS-HOJE           TO LED-POSTING-DATE
005998     MOVE WS-CONTA-RECEBER  TO LED-ACCOUNT
005999     MOVE "D"               TO LED-DC
006000     MOVE WS-ACORDO-ENC     TO LED-AMOUNT
006001     MOVE "ENCARGOS EM ACORDO" TO LED-DESC
006002     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
006003                          LEDGER-POSTING-RECORD WS-PERIODO-SW
006004     IF NOT WS-PERIODO-RECUSADO
006005         WRITE LEDGER-POSTING-RECORD
006006     END-IF
006007     MOVE SPACES            TO LEDGER-POSTING-RECORD
006008     MOVE WS-HOJE           TO LED-POSTING-DATE
006009     MOVE WS-CONTA-ENCARGOS TO LED-ACCOUNT
006010     MOVE "C"               TO LED-DC
006011     MOVE WS-ACORDO-ENC     TO LED-AMOUNT
006012     MOVE "MULTA/JUROS ACORDO" TO LED-DESC
006013     CALL "PERIODO" USING WS-PERIODO-FUNC WS-PERIODO-PROG
006014                          LEDGER-POSTING-RECORD WS-PERIODO-SW
006015     IF NOT WS-PERIODO-RECUSADO
006016         WRITE LEDGER-POSTING-RECORD
006017     END-IF
006018     CLOSE LEDGER-POSTING-FILE.
006019
006020******************************************************************
006021*  2800-CALCULA-ENCARGOS
006022*  MULTA E JUROS DE MORA DO VALOR EM WS-PGTO-PRINCIPAL VENCIDO EM
006023*  WS-VENC-WK, ATE HOJE. DENTRO DA CARENCIA NAO HA ENCARGO; DEPOIS
006024*  DELA A MULTA E COBRADA UMA VEZ E OS JUROS DO MES VALEM PRO RATA
006025*  DIA (MES DE 30 DIAS) DESDE O VENCIMENTO.
006026******************************************************************
006027 2800-CALCULA-ENCARGOS.
006028     MOVE ZERO TO WS-MULTA-WK WS-JUROS-WK WS-PGTO-ENCARGOS
006029                  WS-DIAS-ATRASO
006030     MOVE WS-PGTO-PRINCIPAL TO WS-PGTO-TOTAL
006031     IF WS-VENC-WK NOT NUMERIC
006032         GO TO 2800-EXIT
006033     END-IF
006034     COMPUTE WS-INT-VENC = FUNCTION INTEGER-OF-DATE(WS-VENC-NUM)
006035     IF WS-INT-HOJE NOT > WS-INT-VENC
006036         GO TO 2800-EXIT
006037     END-IF
006038     SUBTRACT WS-INT-VENC FROM WS-INT-HOJE GIVING WS-DIAS-ATRASO
006039     IF WS-DIAS-ATRASO NOT > WS-CARENCIA-DIAS
006040         GO TO 2800-EXIT
006041     END-IF
006042     MULTIPLY WS-PGTO-PRINCIPAL BY WS-MULTA-PCT
006043         GIVING WS-ENCARGO-BRUTO
006044     DIVIDE WS-ENCARGO-BRUTO BY 100
006045         GIVING WS-MULTA-WK ROUNDED
006046     MULTIPLY WS-PGTO-PRINCIPAL BY WS-JUROS-MES-PCT
006047         GIVING WS-ENCARGO-BRUTO
006048     MULTIPLY WS-DIAS-ATRASO BY WS-ENCARGO-BRUTO
006049     DIVIDE WS-ENCARGO-BRUTO BY 3000
006050         GIVING WS-JUROS-WK ROUNDED
006051     ADD WS-MULTA-WK WS-JUROS-WK GIVING WS-PGTO-ENCARGOS
006052     ADD WS-PGTO-ENCARGOS TO WS-PGTO-TOTAL.
006053 2800-EXIT.
006054     EXIT.
006055
006056 2850-MOSTRA-ENCARGOS.
006057     MOVE WS-MULTA-WK   TO WS-MULTA-ED
006058     MOVE WS-JUROS-WK   TO WS-JUROS-ED
006059     MOVE WS-PGTO-TOTAL TO WS-TOTAL-ED
006060     DISPLAY "VENCIDA HA " WS-DIAS-ATRASO " DIAS - MULTA R$"
006061             WS-MULTA-ED " JUROS R$" WS-JUROS-ED
006062     DISPLAY "TOTAL A RECEBER R$" WS-TOTAL-ED.
006063
006064******************************************************************
006065*  3000-FINALIZE
006066*  REGRAVA AS COBRANCAS E OS ACORDOS INTEIROS E FECHA A
006067*  AUDITORIA.
006068******************************************************************
006069 3000-FINALIZE.
006070     OPEN OUTPUT TUITION-CHARGE-FILE
006071     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
006072         VARYING WS-SCAN FROM 1 BY 1
006073         UNTIL WS-SCAN > WS-CH-COUNT
006074     CLOSE TUITION-CHARGE-FILE
006075     OPEN OUTPUT AGREEMENT-FILE
006076     PERFORM 3200-WRITE-PARCELA THRU 3200-EXIT
006077         VARYING WS-SCAN FROM 1 BY 1
006078         UNTIL WS-SCAN > WS-AC-COUNT
006079     CLOSE AGREEMENT-FILE
006080     CLOSE AUDIT-LOG-FILE
006081     DISPLAY "COBRANCAS GRAVADAS - ALTERACOES: "
006082             WS-CHANGE-COUNT.
006083
006084 3100-WRITE-ONE.
006085     SET WS-CH-IDX TO WS-SCAN
006086     MOVE SPACES                 TO TUITION-CHARGE-RECORD
006087     MOVE WS-CH-ALUNO(WS-CH-IDX) TO MENS-ALUNO-ID
006088     MOVE WS-CH-MES(WS-CH-IDX)   TO MENS-MES
006089     MOVE WS-CH-VALOR(WS-CH-IDX) TO MENS-VALOR
006090     MOVE WS-CH-STATUS(WS-CH-IDX) TO MENS-STATUS
006091     MOVE WS-CH-PAY-DATE(WS-CH-IDX) TO MENS-PAY-DATE
006092     MOVE WS-CH-CAIXA(WS-CH-IDX) TO MENS-CAIXA
006093     MOVE WS-CH-NOSSO(WS-CH-IDX) TO MENS-NOSSO-NUMERO
006094     MOVE WS-CH-ACORDO(WS-CH-IDX) TO MENS-ACORDO-ID
006095     WRITE TUITION-CHARGE-RECORD.
006096 3100-EXIT.
006097     EXIT.
006098 3200-WRITE-PARCELA.
006099     SET WS-AC-IDX TO WS-SCAN
006100     MOVE SPACES                    TO AGREEMENT-RECORD
006101     MOVE WS-AC-ID(WS-AC-IDX)       TO ACD-ACORDO-ID
006102     MOVE WS-AC-ALUNO(WS-AC-IDX)    TO ACD-ALUNO-ID
006103     MOVE WS-AC-DATA(WS-AC-IDX)     TO ACD-DATA-ACORDO
006104     MOVE WS-AC-PARCELA(WS-AC-IDX)  TO ACD-PARCELA
006105     MOVE WS-AC-QTDE(WS-AC-IDX)     TO ACD-QTDE-PARCELAS
006106     MOVE WS-AC-VENC(WS-AC-IDX)     TO ACD-VENCIMENTO
006107     MOVE WS-AC-VALOR(WS-AC-IDX)    TO ACD-VALOR
006108     MOVE WS-AC-STATUS(WS-AC-IDX)   TO ACD-STATUS
006109     MOVE WS-AC-PAY-DATE(WS-AC-IDX) TO ACD-PAY-DATE
006110     MOVE WS-AC-CAIXA(WS-AC-IDX)    TO ACD-CAIXA
006111     MOVE WS-AC-ENCARGOS(WS-AC-IDX) TO ACD-ENCARGOS
006112     WRITE AGREEMENT-RECORD.
006113 3200-EXIT.
006114     EXIT.
006115
006116******************************************************************
006117*  7000-WRITE-AUDIT-COBRANCA
006118*  GRAVA A COBRANCA GERADA NA TRILHA DE AUDITORIA.
006119******************************************************************
006120 7000-WRITE-AUDIT-COBRANCA.
006121     MOVE "MENSALID"         TO AUDIT-PROGRAM-ID
006122     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
006123     ACCEPT AUDIT-TIME FROM TIME
006124     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
006125     MOVE ALUNO-ID            TO AUDIT-KEY
006126     MOVE SPACES              TO AUDIT-DETAIL
006127     MOVE WS-VALOR-WK         TO WS-VALOR-ED
006130     STRING "COBRANCA " WS-IN-MES
006140            " R$" WS-VALOR-ED
006145            " BOLETO " WS-CH-NOSSO(WS-CH-IDX)
006150         DELIMITED BY SIZE INTO AUDIT-DETAIL
006160     CALL "AUDITWR" USING AUDIT-RECORD.
006170
006270     MOVE WS-IN-ALUNO         TO AUDIT-KEY
006280     MOVE SPACES              TO AUDIT-DETAIL
006290     MOVE WS-CH-VALOR(WS-CH-IDX) TO WS-VALOR-ED
006295     MOVE WS-PGTO-ENCARGOS    TO WS-ENCARGOS-ED
006300     STRING "PGTO " WS-IN-MES
006310            " R$" WS-VALOR-ED
006320            " CAIXA=" WS-IN-CAIXA
006325            " ENC R$" WS-ENCARGOS-ED
006330         DELIMITED BY SIZE INTO AUDIT-DETAIL
006340     CALL "AUDITWR" USING AUDIT-RECORD.
006350
006360******************************************************************
006370*  7200-EMITE-RECIBO
006380*  EMITE O RECIBO NUMERADO DO PAGAMENTO NA SERIE DA FILIAL
006390*  (ROTINA RECIBO).
006400******************************************************************
006410 7200-EMITE-RECIBO.
006420     MOVE SPACES         TO RECEIPT-RECORD
006430     MOVE WS-FILIAL      TO RCB-SERIE
006440     MOVE "MENSALID"     TO RCB-ORIGEM
006450     MOVE "E"            TO RCB-TIPO
006460     MOVE WS-PGTO-TOTAL  TO RCB-VALOR
006470     MOVE WS-IN-CAIXA    TO RCB-CAIXA
006480     MOVE WS-OPERATOR-ID TO RCB-OPERATOR
006490     MOVE WS-RCB-REF-WK  TO RCB-REFERENCIA
006510     CALL "RECIBO" USING RECEIPT-RECORD.
006520******************************************************************
006530*  7300-WRITE-AUDIT-PARCELA
006540*  GRAVA A BAIXA DA PARCELA DE ACORDO NA TRILHA DE AUDITORIA.
006550******************************************************************
006560 7300-WRITE-AUDIT-PARCELA.
006570     MOVE "MENSALID"         TO AUDIT-PROGRAM-ID
006580     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
006590     ACCEPT AUDIT-TIME FROM TIME
006600     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
006610     MOVE WS-IN-ALUNO         TO AUDIT-KEY
006620     MOVE SPACES              TO AUDIT-DETAIL
006630     MOVE WS-AC-VALOR(WS-AC-IDX) TO WS-VALOR-ED
006640     MOVE WS-PGTO-ENCARGOS    TO WS-ENCARGOS-ED
006650     STRING "PARC " WS-AC-ID(WS-AC-IDX)
006660            " " WS-AC-PARCELA(WS-AC-IDX)
006670            "/" WS-AC-QTDE(WS-AC-IDX)
006680            " R$" WS-VALOR-ED
006690            " ENC R$" WS-ENCARGOS-ED
006700            " CAIXA=" WS-IN-CAIXA
006710         DELIMITED BY SIZE INTO AUDIT-DETAIL
006720     CALL "AUDITWR" USING AUDIT-RECORD.
006730
006740******************************************************************
006750*  7400-WRITE-AUDIT-ACORDO
006760*  GRAVA O ACORDO DE PARCELAMENTO NA TRILHA DE AUDITORIA.
006770******************************************************************
006780 7400-WRITE-AUDIT-ACORDO.
006790     MOVE "MENSALID"         TO AUDIT-PROGRAM-ID
006800     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
006810     ACCEPT AUDIT-TIME FROM TIME
006820     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
006830     MOVE WS-IN-ALUNO         TO AUDIT-KEY
006840     MOVE SPACES              TO AUDIT-DETAIL
006850     MOVE WS-ACORDO-TOTAL     TO WS-TOTAL-ED
006860     MOVE WS-ACORDO-ENC       TO WS-ENCARGOS-ED
006870     STRING "ACORDO " WS-ACORDO-ID-WK
006880            " COBR " WS-VENCIDAS
006890            " " WS-PARCELAS "X"
006900            " R$" WS-TOTAL-ED
006910            " ENC R$" WS-ENCARGOS-ED
006920         DELIMITED BY SIZE INTO AUDIT-DETAIL
006930     CALL "AUDITWR" USING AUDIT-RECORD.
