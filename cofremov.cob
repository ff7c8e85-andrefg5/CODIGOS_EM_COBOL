000170*      OPERADOR, COM OPER-ID DIFERENTE DO PRIMEIRO E NIVEL 5
000180*      CONFERIDO PELO OPAUTH, APROVA (DESCE AO VAULTMOV) OU
000190*      REJEITA. OS DOIS IDS VAO PARA A TRILHA DE AUDITORIA.
000193*  REGISTRA TAMBEM A CUSTODIA DOS MALOTES DE DEPOSITO (MALOTES):
000196*  COFRE, CARRO-FORTE E BANCO, PELO LACRE;
000197*  E O TROCO ENTREGUE PELO BANCO E O SAQUE DA CAIXINHA POR
000198*  DENOMINACAO (VAULTDMV), PARA O ESTOQUE DO COFRE;
000201*  E AS TRANSFERENCIAS DE NUMERARIO ENTRE FILIAIS (TRANSFER):
000204*  ENVIO PELA ORIGEM E CONFIRMACAO DA CHEGADA PELO DESTINO.
000207*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000231*  2026-10-15 AFG   NOVA ACAO M - CUSTODIA DE MALOTE: PELO LACRE
000232*                   REGISTRADO NO DEPOSITO, REGISTRA NO MALOTES A
000233*                   ENTRADA NO COFRE (QUEM EMBALOU NAO RECEBE), A
000234*                   RETIRADA PELO CARRO-FORTE (NOME DO VIGILANTE)
000235*                   E O RECEBIMENTO NO BANCO (PROTOCOLO), SEMPRE
000236*                   NESTA ORDEM. CADA PASSAGEM VAI PARA A
000237*                   AUDITORIA.
000238*  2026-10-15 AFG   NOVA ACAO D - TROCO DO BANCO E CAIXINHA POR
000239*                   DENOMINACAO: REGISTRA NO VAULTDMV, DENOMINACAO
000240*                   A DENOMINACAO (CODIGOS DO DENOMTAB VIGENTE), O
000241*                   TROCO ENTREGUE PELO BANCO (ORIGEM "E") OU A
000242*                   COMPOSICAO DO SAQUE DA CAIXINHA (ORIGEM "C"),
000243*                   PARA O ESTOQUE DO COFRE. O LANCAMENTO VAI PARA
000244*                   A AUDITORIA.
000245*  2026-10-15 AFG   NOVAS ACOES T E C - TRANSFERENCIA DE NUMERARIO
000246*                   ENTRE FILIAIS: T REGISTRA NO TRANSFER O ENVIO
000247*                   (FILIAL DE ORIGEM E DE DESTINO, VALOR), COM
000248*                   NUMERO SEQUENCIAL, E A TRANSFERENCIA FICA EM
000249*                   TRANSITO; C CONFIRMA A CHEGADA COM O VALOR
000250*                   CONTADO NO DESTINO (QUEM ENVIOU NAO CONFIRMA).
000251*                   CADA EVENTO VAI PARA A AUDITORIA.
000252******************************************************************
000253 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT VAULT-PENDING-FILE ASSIGN TO "VAULTPND"
000330         FILE STATUS  IS WS-VMOV-FILE-STATUS.
000340     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000351         FILE STATUS  IS WS-AUDIT-FILE-STATUS.
000352     SELECT BAG-CUSTODY-FILE ASSIGN TO "MALOTES"
000353         ORGANIZATION IS LINE SEQUENTIAL
000354         FILE STATUS  IS WS-MAL-FILE-STATUS.
000355     SELECT DENOMINATION-FILE ASSIGN TO "DENOMTAB"
000356         ORGANIZATION IS LINE SEQUENTIAL
000357         FILE STATUS  IS WS-DENOM-FILE-STATUS.
000358     SELECT VAULT-DENOM-MOVE-FILE ASSIGN TO "VAULTDMV"
000359         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS  IS WS-VDMV-FILE-STATUS.
000367     SELECT TRANSFER-FILE ASSIGN TO "TRANSFER"
000368         ORGANIZATION IS LINE SEQUENTIAL
000369         FILE STATUS  IS WS-TRF-FILE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  VAULT-PENDING-FILE
000440     COPY VAULTMOVREC.
000450 FD  AUDIT-LOG-FILE
000460     RECORDING MODE IS F.
000461     COPY AUDITREC.
000462 FD  BAG-CUSTODY-FILE
000463     RECORDING MODE IS F.
000464     COPY MALOTEREC.
000465 FD  DENOMINATION-FILE
000466     RECORDING MODE IS F.
000467     COPY DENOMREC.
000468 FD  VAULT-DENOM-MOVE-FILE
000469     RECORDING MODE IS F.
000476     COPY VAULTDMVREC.
000477 FD  TRANSFER-FILE
000478     RECORDING MODE IS F.
000479     COPY TRANSFREC.
000480 WORKING-STORAGE SECTION.
000490 01  WS-SWITCHES.
000500     05  WS-VPND-FILE-STATUS     PIC X(02)   VALUE "00".
000570     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000580         88  WS-SIGNON-VALID                 VALUE "Y".
000590     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000592         88  WS-FOUND                        VALUE "Y".
000594     05  WS-MAL-FILE-STATUS      PIC X(02)   VALUE "00".
000596     05  WS-MAL-EOF-SW           PIC X(01)   VALUE "N".
000598         88  WS-MAL-EOF                      VALUE "Y".
000600     05  WS-DENOM-FILE-STATUS    PIC X(02)   VALUE "00".
000602     05  WS-DENOM-EOF-SW         PIC X(01)   VALUE "N".
000604         88  WS-DENOM-EOF                    VALUE "Y".
000606     05  WS-VDMV-FILE-STATUS     PIC X(02)   VALUE "00".
000607     05  WS-TRF-FILE-STATUS      PIC X(02)   VALUE "00".
000608     05  WS-TRF-EOF-SW           PIC X(01)   VALUE "N".
000609         88  WS-TRF-EOF                      VALUE "Y".
000610 01  WS-MSG-CODE-WK              PIC X(08).
000620 01  WS-MSG-TEXT-WK              PIC X(60).
000630 01  WS-OPERATOR-ID              PIC X(08).
000900 01  WS-CHANGE-COUNT             PIC 9(03)   VALUE ZERO.
000910 01  WS-SCAN                     PIC 9(03).
000920 01  WS-VALOR-ED                 PIC ZZZZ9.99.
000921*  MALOTE EM CUSTODIA: ULTIMA PASSAGEM E DADOS DO EMBALO.
000922 01  WS-IN-LACRE                 PIC X(10).
000923 01  WS-IN-RESP                  PIC X(20).
000924 01  WS-BAG-EVENTO               PIC X(01).
000925 01  WS-BAG-PROXIMO              PIC X(01).
000926 01  WS-BAG-BUS-DATE             PIC X(08).
000927 01  WS-BAG-VALOR                PIC 9(07)V99.
000928 01  WS-BAG-PACKER               PIC X(08).
000929 01  WS-BAG-VALOR-ED             PIC ZZZZZZ9.99.
000930
000940******************************************************************
000950*  FILA DE PENDENTES CARREGADA EM MEMORIA; REGRAVADA INTEIRA NA
001040         10  WS-PD-OPER1         PIC X(08).
001050         10  WS-PD-REFER         PIC X(20).
001060         10  WS-PD-STATUS        PIC X(01).
001061         10  WS-PD-OPER2         PIC X(08).
001062         10  WS-PD-DEC-DATE      PIC X(08).
001063 01  WS-PND-COUNT                PIC 9(03)   VALUE ZERO.
001064 01  WS-OVERFLOW-SW              PIC X(01)   VALUE "N".
001065     88  WS-OVERFLOW                         VALUE "Y".
001066******************************************************************
001067*  DENOMINACOES VIGENTES (DENOMTAB) E AS LINHAS DE UM LANCAMENTO
001068*  DE TROCO DO BANCO OU SAQUE DA CAIXINHA POR DENOMINACAO.
001069******************************************************************
001070 01  WS-DENOM-TABLE.
001071     05  WS-DN-ENTRY OCCURS 20 TIMES
001072                     INDEXED BY WS-DN-IDX.
001073         10  WS-DN-CODE          PIC X(03).
001074         10  WS-DN-VALOR         PIC 9(03)V99.
001075         10  WS-DN-VIG           PIC X(08).
001076 01  WS-DENOM-COUNT              PIC 9(03)   VALUE ZERO.
001077 01  WS-DN-VIG-WK                PIC X(08).
001078 01  WS-DN-POS                   PIC 9(03).
001079 01  WS-DN-SCAN                  PIC 9(03).
001080 01  WS-DMV-TABLE.
001081     05  WS-DM-LINE OCCURS 20 TIMES
001082                    INDEXED BY WS-DM-IDX.
001083         10  WS-DM-CODE          PIC X(03).
001084         10  WS-DM-QTY           PIC 9(07).
001085         10  WS-DM-VALOR         PIC 9(07)V99.
001086 01  WS-DMV-ITENS                PIC 9(02)   VALUE ZERO.
001087 01  WS-DMV-TOTAL                PIC 9(07)V99 VALUE ZERO.
001088 01  WS-DMV-FIM-SW               PIC X(01)   VALUE "N".
001089     88  WS-DMV-FIM                          VALUE "Y".
001090 01  WS-IN-DENOM                 PIC X(03).
001091 01  WS-QTY-NUM                  PIC 9(07).
001092******************************************************************
001093*  TRANSFERENCIA ENTRE FILIAIS: O ENVIO ACHADO NO TRANSFER PELO
001094*  NUMERO E O ULTIMO NUMERO JA DADO.
001095******************************************************************
001096 01  WS-IN-TRF-NUM               PIC X(06).
001097 01  WS-TRF-NUM-LIDO             PIC 9(06).
001098 01  WS-TRF-ULTIMO               PIC 9(06)   VALUE ZERO.
001099 01  WS-TRF-EVENTO               PIC X(01).
001100 01  WS-TRF-ACHADA-SW            PIC X(01)   VALUE "N".
001101     88  WS-TRF-ACHADA                       VALUE "Y".
001102 01  WS-TRF-CONFIRMADA-SW        PIC X(01)   VALUE "N".
001103     88  WS-TRF-CONFIRMADA                   VALUE "Y".
001104 01  WS-TRF-ORIGEM               PIC X(03).
001105 01  WS-TRF-DESTINO              PIC X(03).
001106 01  WS-TRF-DATA-ENVIO           PIC X(08).
001107 01  WS-TRF-REMETENTE            PIC X(08).
001108 01  WS-TRF-ENVIADO              PIC 9(07)V99 VALUE ZERO.
001109 01  WS-TRF-RECEBIDO             PIC 9(07)V99 VALUE ZERO.
001110 01  WS-TRF-DIFERENCA            PIC S9(07)V99.
001112 01  WS-TRF-DIF-ED               PIC -ZZZZZZ9.99.
001114 01  WS-TRF-REC-ED               PIC ZZZZZZ9.99.
001116 01  WS-ALLOW-ZERO-YES           PIC X(01)   VALUE "Y".
001120
001130 PROCEDURE DIVISION.
001140
001670
001680******************************************************************
001690*  1000-INITIALIZE
001700*  CARREGA A FILA DE PENDENTES E O DENOMTAB VIGENTE EM MEMORIA
001705*  E ABRE A AUDITORIA.
001710******************************************************************
001720 1000-INITIALIZE.
001730     ACCEPT WS-HOJE FROM DATE YYYYMMDD
001790             UNTIL WS-VPND-EOF
001800         CLOSE VAULT-PENDING-FILE
001810     END-IF
001815     PERFORM 1200-LOAD-DENOMTAB
001820     PERFORM 0100-OPEN-AUDIT-LOG-FILE.
001830
001840 1100-LOAD-PND-ENTRY.
002270     DISPLAY "  R - REGISTRAR MOVIMENTO"
002280     DISPLAY "  A - APROVAR/REJEITAR PENDENTE (2. OPERADOR)"
002290     DISPLAY "  L - LISTAR PENDENTES"
002295     DISPLAY "  M - CUSTODIA DE MALOTE (COFRE/CARRO-FORTE/BANCO)"
002297     DISPLAY "  D - TROCO DO BANCO/CAIXINHA POR DENOMINACAO"
002298     DISPLAY "  T - TRANSFERENCIA ENTRE FILIAIS (ENVIO)"
002299     DISPLAY "  C - CONFIRMAR CHEGADA DE TRANSFERENCIA"
002300     DISPLAY "  X - SAIR E GRAVAR"
002310     ACCEPT WS-ACAO
002320     EVALUATE WS-ACAO
002390         WHEN "L"
002400         WHEN "l"
002410             PERFORM 2500-LIST-PENDING THRU 2500-EXIT
002412         WHEN "M"
002414         WHEN "m"
002416             PERFORM 2600-RECORD-CUSTODY THRU 2600-EXIT
002417         WHEN "D"
002418         WHEN "d"
002419             PERFORM 2800-RECORD-DENOM-MOVE THRU 2800-EXIT
002420         WHEN "T"
002421         WHEN "t"
002422             PERFORM 4000-SEND-TRANSFER THRU 4000-EXIT
002423         WHEN "C"
002424         WHEN "c"
002425             PERFORM 4100-CONFIRM-TRANSFER THRU 4100-EXIT
002426         WHEN "X"
002430         WHEN "x"
002440             MOVE "Y" TO WS-EXIT-SW
002450         WHEN OTHER
005320            " APROVOU=" WS-PD-OPER2(WS-PD-IDX)
005330         DELIMITED BY SIZE INTO AUDIT-DETAIL
005340     CALL "AUDITWR" USING AUDIT-RECORD.
005350
005360******************************************************************
005370*  2600-RECORD-CUSTODY
005380*  REGISTRA A PROXIMA PASSAGEM DO MALOTE NA CADEIA DE CUSTODIA,
005390*  SEMPRE NA ORDEM EMBALADO -> COFRE -> CARRO-FORTE -> BANCO.
005400*  QUEM EMBALOU NAO RECEBE O MALOTE NO COFRE; A RETIRADA EXIGE O
005410*  VIGILANTE E O BANCO EXIGE O PROTOCOLO.
005420******************************************************************
005430 2600-RECORD-CUSTODY.
005440     DISPLAY "NUMERO DO LACRE DO MALOTE (10 DIGITOS):"
005450     ACCEPT WS-IN-LACRE
005460     IF WS-IN-LACRE NOT NUMERIC
005470         DISPLAY "LACRE INVALIDO"
005480         GO TO 2600-EXIT
005490     END-IF
005500     PERFORM 2650-FIND-BAG THRU 2650-EXIT
005510     IF WS-BAG-EVENTO = SPACES
005520         DISPLAY "LACRE NAO REGISTRADO PELO DEPOSITO"
005530         GO TO 2600-EXIT
005540     END-IF
005550     MOVE WS-BAG-VALOR TO WS-BAG-VALOR-ED
005560     DISPLAY "MALOTE " WS-IN-LACRE " DIA " WS-BAG-BUS-DATE
005570             " R$" WS-BAG-VALOR-ED " EMBALADO POR " WS-BAG-PACKER
005580     EVALUATE WS-BAG-EVENTO
005590         WHEN "E"
005600             MOVE "V" TO WS-BAG-PROXIMO
005610         WHEN "V"
005620             MOVE "A" TO WS-BAG-PROXIMO
005630         WHEN "A"
005640             MOVE "K" TO WS-BAG-PROXIMO
005650         WHEN OTHER
005660             DISPLAY "MALOTE JA ENTREGUE NO BANCO"
005670             GO TO 2600-EXIT
005680     END-EVALUATE
005690     MOVE SPACES TO WS-IN-RESP
005700     EVALUATE WS-BAG-PROXIMO
005710         WHEN "V"
005720*            QUATRO OLHOS: QUEM EMBALOU NAO RECEBE NO COFRE.
005730             IF WS-OPERATOR-ID = WS-BAG-PACKER
005740                 DISPLAY "QUEM EMBALOU NAO RECEBE - RECUSADO"
005750                 GO TO 2600-EXIT
005760             END-IF
005770             DISPLAY "ENTRADA NO COFRE - LACRE INTACTO (S/N)?"
005780             ACCEPT WS-DECISAO
005790             IF WS-DECISAO NOT = "S" AND WS-DECISAO NOT = "s"
005800                 DISPLAY "ENTRADA NAO REGISTRADA"
005810                 GO TO 2600-EXIT
005820             END-IF
005830             MOVE "LACRE INTACTO" TO WS-IN-RESP
005840         WHEN "A"
005850             DISPLAY "RETIRADA - NOME/MATRICULA DO VIGILANTE:"
005860             ACCEPT WS-IN-RESP
005870         WHEN "K"
005880             DISPLAY "RECEBIMENTO NO BANCO - PROTOCOLO/RECIBO:"
005890             ACCEPT WS-IN-RESP
005900     END-EVALUATE
005910     IF WS-IN-RESP = SPACES
005920         DISPLAY "IDENTIFICACAO OBRIGATORIA - NADA REGISTRADO"
005930         GO TO 2600-EXIT
005940     END-IF
005950     PERFORM 2700-WRITE-CUSTODY THRU 2700-EXIT
005960     ADD 1 TO WS-CHANGE-COUNT
005970     PERFORM 7300-WRITE-AUDIT-CUSTODIA
005980     DISPLAY "CUSTODIA REGISTRADA".
005990 2600-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*  2650-FIND-BAG
006040*  VARRE O MALOTES ATRAS DO LACRE: DADOS DO EMBALO ("E") E A
006050*  ULTIMA PASSAGEM DE CUSTODIA. O CREDITO ("C") DO BANCOREC NAO
006060*  CONTA NA SEQUENCIA DAS PASSAGENS. BRANCO = LACRE DESCONHECIDO.
006070******************************************************************
006080 2650-FIND-BAG.
006090     MOVE SPACES TO WS-BAG-EVENTO
006100     MOVE "N" TO WS-MAL-EOF-SW
006110     OPEN INPUT BAG-CUSTODY-FILE
006120     IF WS-MAL-FILE-STATUS NOT = "00"
006130         GO TO 2650-EXIT
006140     END-IF
006150     PERFORM 2660-READ-BAG-EVENT THRU 2660-EXIT
006160         UNTIL WS-MAL-EOF
006170     CLOSE BAG-CUSTODY-FILE.
006180 2650-EXIT.
006190     EXIT.
006200
006210 2660-READ-BAG-EVENT.
006220     READ BAG-CUSTODY-FILE
006230         AT END
006240             MOVE "Y" TO WS-MAL-EOF-SW
006250             GO TO 2660-EXIT
006260     END-READ
006270     IF MAL-LACRE NOT = WS-IN-LACRE OR MAL-CREDITADO
006280         GO TO 2660-EXIT
006290     END-IF
006300     IF MAL-EMBALADO
006310         IF WS-BAG-EVENTO = SPACES
006320             MOVE "E"             TO WS-BAG-EVENTO
006330             MOVE MAL-BUS-DATE    TO WS-BAG-BUS-DATE
006340             MOVE MAL-VALOR       TO WS-BAG-VALOR
006350             MOVE MAL-OPERATOR-ID TO WS-BAG-PACKER
006360         END-IF
006370     ELSE
006380         IF WS-BAG-EVENTO NOT = SPACES
006390             MOVE MAL-EVENTO TO WS-BAG-EVENTO
006400         END-IF
006410     END-IF.
006420 2660-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460*  2700-WRITE-CUSTODY
006470*  ACRESCENTA A PASSAGEM AO MALOTES, COM O OPERADOR QUE A FEZ.
006480******************************************************************
006490 2700-WRITE-CUSTODY.
006500     OPEN EXTEND BAG-CUSTODY-FILE
006510     IF WS-MAL-FILE-STATUS = "35"
006520         OPEN OUTPUT BAG-CUSTODY-FILE
006530         CLOSE BAG-CUSTODY-FILE
006540         OPEN EXTEND BAG-CUSTODY-FILE
006550     END-IF
006560     MOVE SPACES          TO BAG-CUSTODY-RECORD
006570     MOVE WS-IN-LACRE     TO MAL-LACRE
006580     MOVE WS-BAG-PROXIMO  TO MAL-EVENTO
006590     MOVE WS-HOJE         TO MAL-DATA
006600     ACCEPT MAL-HORA FROM TIME
006610     MOVE WS-BAG-BUS-DATE TO MAL-BUS-DATE
006620     MOVE WS-BAG-VALOR    TO MAL-VALOR
006630     MOVE WS-OPERATOR-ID  TO MAL-OPERATOR-ID
006640     MOVE WS-IN-RESP      TO MAL-RESPONSAVEL
006650     WRITE BAG-CUSTODY-RECORD
006660     CLOSE BAG-CUSTODY-FILE.
006670 2700-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710*  7300-WRITE-AUDIT-CUSTODIA
006720*  GRAVA NA AUDITORIA A PASSAGEM DE CUSTODIA DO MALOTE.
006730******************************************************************
006740 7300-WRITE-AUDIT-CUSTODIA.
006750     MOVE "COFREMOV"         TO AUDIT-PROGRAM-ID
006760     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
006770     ACCEPT AUDIT-TIME FROM TIME
006780     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
006790     MOVE WS-IN-LACRE         TO AUDIT-KEY
006800     MOVE SPACES              TO AUDIT-DETAIL
006810     MOVE WS-BAG-VALOR        TO WS-BAG-VALOR-ED
006820     STRING "MALOTE " WS-BAG-PROXIMO
006830            " DIA " WS-BAG-BUS-DATE
006840            " R$" WS-BAG-VALOR-ED
006850            " " WS-IN-RESP
006860         DELIMITED BY SIZE INTO AUDIT-DETAIL
006870     CALL "AUDITWR" USING AUDIT-RECORD.
006880
006890******************************************************************
006900*  1200-LOAD-DENOMTAB
006910*  CARREGA OS CODIGOS E VALORES DO DENOMTAB. VALE, POR CODIGO, A
006920*  VERSAO DE MAIOR VIGENCIA QUE NAO PASSA DE HOJE; VIGENCIA EM
006930*  BRANCO (CADASTRO ANTIGO) VALE DESDE SEMPRE.
006940******************************************************************
006950 1200-LOAD-DENOMTAB.
006960     OPEN INPUT DENOMINATION-FILE
006970     IF WS-DENOM-FILE-STATUS NOT = "00"
006980         MOVE "Y" TO WS-DENOM-EOF-SW
006990     ELSE
007000         PERFORM 1250-LOAD-DENOM-ENTRY THRU 1250-EXIT
007010             UNTIL WS-DENOM-EOF
007020         CLOSE DENOMINATION-FILE
007030     END-IF.
007040
007050 1250-LOAD-DENOM-ENTRY.
007060     READ DENOMINATION-FILE
007070         AT END
007080             MOVE "Y" TO WS-DENOM-EOF-SW
007090             GO TO 1250-EXIT
007100     END-READ
007110     IF DENOM-VIGENCIA NUMERIC
007120         MOVE DENOM-VIGENCIA TO WS-DN-VIG-WK
007130     ELSE
007140         MOVE "00000000" TO WS-DN-VIG-WK
007150     END-IF
007160     IF WS-DN-VIG-WK > WS-HOJE
007170         GO TO 1250-EXIT
007180     END-IF
007190     MOVE DENOM-CODE TO WS-IN-DENOM
007200     PERFORM 2880-FIND-DENOM THRU 2880-EXIT
007210     IF WS-DN-POS > ZERO
007220         SET WS-DN-IDX TO WS-DN-POS
007230         IF WS-DN-VIG-WK > WS-DN-VIG(WS-DN-IDX)
007240             MOVE DENOM-VALOR  TO WS-DN-VALOR(WS-DN-IDX)
007250             MOVE WS-DN-VIG-WK TO WS-DN-VIG(WS-DN-IDX)
007260         END-IF
007270         GO TO 1250-EXIT
007280     END-IF
007290     IF WS-DENOM-COUNT < 20
007300         ADD 1 TO WS-DENOM-COUNT
007310         SET WS-DN-IDX TO WS-DENOM-COUNT
007320         MOVE DENOM-CODE   TO WS-DN-CODE(WS-DN-IDX)
007330         MOVE DENOM-VALOR  TO WS-DN-VALOR(WS-DN-IDX)
007340         MOVE WS-DN-VIG-WK TO WS-DN-VIG(WS-DN-IDX)
007350     END-IF.
007360 1250-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400*  2800-RECORD-DENOM-MOVE
007410*  REGISTRA NO VAULTDMV, POR DENOMINACAO, O TROCO ENTREGUE PELO
007420*  BANCO ("E" - ENTRA NO ESTOQUE E NO SALDO DO COFRE) OU A
007430*  COMPOSICAO DE UM SAQUE DA CAIXINHA ("C" - SAI DO ESTOQUE; O
007440*  VALOR JA SAIU DO SALDO PELO VAULTMOV). AS LINHAS SO SAO
007450*  GRAVADAS DEPOIS DO TOTAL CONFIRMADO.
007460******************************************************************
007470 2800-RECORD-DENOM-MOVE.
007480     IF WS-DENOM-COUNT = ZERO
007490         DISPLAY "DENOMTAB VAZIO OU AUSENTE - NADA REGISTRADO"
007500         GO TO 2800-EXIT
007510     END-IF
007520     DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, BRANCO=HOJE):"
007530     ACCEPT WS-IN-DATE
007540     IF WS-IN-DATE = SPACES
007550         MOVE WS-HOJE TO WS-IN-DATE
007560     END-IF
007570     DISPLAY "ORIGEM (E=TROCO DO BANCO, C=SAQUE DA CAIXINHA):"
007580     ACCEPT WS-IN-TYPE
007590     IF WS-IN-TYPE = "e"
007600         MOVE "E" TO WS-IN-TYPE
007610     END-IF
007620     IF WS-IN-TYPE = "c"
007630         MOVE "C" TO WS-IN-TYPE
007640     END-IF
007650     IF WS-IN-TYPE NOT = "E" AND WS-IN-TYPE NOT = "C"
007660         DISPLAY "ORIGEM INVALIDA - REGISTRO CANCELADO"
007670         GO TO 2800-EXIT
007680     END-IF
007690     DISPLAY "REFERENCIA (GUIA DO BANCO OU VALE):"
007700     ACCEPT WS-IN-REFER
007710     MOVE ZERO TO WS-DMV-ITENS
007720     MOVE ZERO TO WS-DMV-TOTAL
007730     MOVE "N" TO WS-DMV-FIM-SW
007740     PERFORM 2850-ACCEPT-DENOM-LINE THRU 2850-EXIT
007750         UNTIL WS-DMV-FIM
007760     IF WS-DMV-ITENS = ZERO
007770         DISPLAY "NENHUMA DENOMINACAO INFORMADA - NADA GRAVADO"
007780         GO TO 2800-EXIT
007790     END-IF
007800     MOVE WS-DMV-TOTAL TO WS-BAG-VALOR-ED
007810     DISPLAY "TOTAL R$" WS-BAG-VALOR-ED " EM " WS-DMV-ITENS
007820             " DENOMINACOES - CONFIRMA (S/N)?"
007830     ACCEPT WS-DECISAO
007840     IF WS-DECISAO NOT = "S" AND WS-DECISAO NOT = "s"
007850         DISPLAY "LANCAMENTO CANCELADO - NADA GRAVADO"
007860         GO TO 2800-EXIT
007870     END-IF
007880     OPEN EXTEND VAULT-DENOM-MOVE-FILE
007890     IF WS-VDMV-FILE-STATUS = "35"
007900         OPEN OUTPUT VAULT-DENOM-MOVE-FILE
007910         CLOSE VAULT-DENOM-MOVE-FILE
007920         OPEN EXTEND VAULT-DENOM-MOVE-FILE
007930     END-IF
007940     PERFORM 2900-WRITE-DENOM-MOVE THRU 2900-EXIT
007950         VARYING WS-DM-IDX FROM 1 BY 1
007960         UNTIL WS-DM-IDX > WS-DMV-ITENS
007970     CLOSE VAULT-DENOM-MOVE-FILE
007980     PERFORM 7400-WRITE-AUDIT-DENOM
007990     DISPLAY "MOVIMENTO POR DENOMINACAO GRAVADO NO VAULTDMV".
008000 2800-EXIT.
008010     EXIT.
008020
008030 2850-ACCEPT-DENOM-LINE.
008040     DISPLAY "CODIGO DA DENOMINACAO (BRANCO=FIM):"
008050     ACCEPT WS-IN-DENOM
008060     IF WS-IN-DENOM = SPACES
008070         MOVE "Y" TO WS-DMV-FIM-SW
008080         GO TO 2850-EXIT
008090     END-IF
008100     PERFORM 2880-FIND-DENOM THRU 2880-EXIT
008110     IF WS-DN-POS = ZERO
008120         DISPLAY "CODIGO FORA DO DENOMTAB - LINHA IGNORADA"
008130         GO TO 2850-EXIT
008140     END-IF
008150     DISPLAY "QUANTIDADE (UNIDADES):"
008160     ACCEPT WS-IN-AMOUNT
008170     CALL "VALIDNUM" USING WS-IN-AMOUNT WS-ALLOW-ZERO-NO
008180                           WS-AMOUNT-VALID-SW
008190     IF NOT WS-AMOUNT-VALID
008200         DISPLAY "QUANTIDADE INVALIDA - LINHA IGNORADA"
008210         GO TO 2850-EXIT
008220     END-IF
008230     COMPUTE WS-QTY-NUM = FUNCTION NUMVAL(WS-IN-AMOUNT)
008240     ADD 1 TO WS-DMV-ITENS
008250     SET WS-DM-IDX TO WS-DMV-ITENS
008260     SET WS-DN-IDX TO WS-DN-POS
008270     MOVE WS-IN-DENOM TO WS-DM-CODE(WS-DM-IDX)
008280     MOVE WS-QTY-NUM  TO WS-DM-QTY(WS-DM-IDX)
008290     COMPUTE WS-DM-VALOR(WS-DM-IDX) =
008300         WS-QTY-NUM * WS-DN-VALOR(WS-DN-IDX)
008310     ADD WS-DM-VALOR(WS-DM-IDX) TO WS-DMV-TOTAL
008320*    VINTE LINHAS POR LANCAMENTO - O RESTO VAI EM OUTRO.
008330     IF WS-DMV-ITENS >= 20
008340         DISPLAY "LIMITE DE 20 LINHAS POR LANCAMENTO"
008350         MOVE "Y" TO WS-DMV-FIM-SW
008360     END-IF.
008370 2850-EXIT.
008380     EXIT.
008390
008400 2880-FIND-DENOM.
008410     MOVE ZERO TO WS-DN-POS
008420     PERFORM 2890-MATCH-DENOM THRU 2890-EXIT
008430         VARYING WS-DN-SCAN FROM 1 BY 1
008440         UNTIL WS-DN-SCAN > WS-DENOM-COUNT
008450             OR WS-DN-POS > ZERO.
008460 2880-EXIT.
008470     EXIT.
008480
008490 2890-MATCH-DENOM.
008500     SET WS-DN-IDX TO WS-DN-SCAN
008510     IF WS-DN-CODE(WS-DN-IDX) = WS-IN-DENOM
008520         MOVE WS-DN-SCAN TO WS-DN-POS
008530     END-IF.
008540 2890-EXIT.
008550     EXIT.
008560
008570 2900-WRITE-DENOM-MOVE.
008580     MOVE SPACES                 TO VAULT-DENOM-MOVE-RECORD
008590     MOVE WS-IN-DATE             TO VDMV-DATE
008600     MOVE WS-IN-TYPE             TO VDMV-ORIGEM
008610     MOVE WS-DM-CODE(WS-DM-IDX)  TO VDMV-DENOM-CODE
008620     MOVE WS-DM-QTY(WS-DM-IDX)   TO VDMV-QTY
008630     MOVE WS-DM-VALOR(WS-DM-IDX) TO VDMV-VALOR
008640     MOVE WS-OPERATOR-ID         TO VDMV-OPERATOR-ID
008650     MOVE WS-IN-REFER            TO VDMV-REFERENCIA
008660     WRITE VAULT-DENOM-MOVE-RECORD.
008670 2900-EXIT.
008680     EXIT.
008690
008700******************************************************************
008710*  7400-WRITE-AUDIT-DENOM
008720*  GRAVA NA AUDITORIA O LANCAMENTO POR DENOMINACAO.
008730******************************************************************
008740 7400-WRITE-AUDIT-DENOM.
008750     MOVE "COFREMOV"         TO AUDIT-PROGRAM-ID
008760     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
008770     ACCEPT AUDIT-TIME FROM TIME
008780     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
008790     MOVE WS-IN-DATE          TO AUDIT-KEY
008800     MOVE SPACES              TO AUDIT-DETAIL
008810     MOVE WS-DMV-TOTAL        TO WS-BAG-VALOR-ED
008820     STRING "DENOMINACOES " WS-IN-TYPE
008830            " R$" WS-BAG-VALOR-ED
008840            " ITENS=" WS-DMV-ITENS
008850            " " WS-IN-REFER
008860         DELIMITED BY SIZE INTO AUDIT-DETAIL
008870     CALL "AUDITWR" USING AUDIT-RECORD.
008880
008890******************************************************************
008900*  4000-SEND-TRANSFER
008910*  REGISTRA O ENVIO DE NUMERARIO DE UMA FILIAL PARA OUTRA (EX. DA
008920*  MATRIZ PARA O QUIOSQUE DA VILA NORTE QUANDO FALTA TROCO). A
008930*  TRANSFERENCIA RECEBE O PROXIMO NUMERO DO TRANSFER E FICA EM
008940*  TRANSITO ATE O DESTINO CONFIRMAR A CHEGADA (ACAO C).
008950******************************************************************
008960 4000-SEND-TRANSFER.
008970     DISPLAY "DATA DO ENVIO (AAAAMMDD, BRANCO=HOJE):"
008980     ACCEPT WS-IN-DATE
008990     IF WS-IN-DATE = SPACES
009000         MOVE WS-HOJE TO WS-IN-DATE
009010     END-IF
009020     DISPLAY "FILIAL DE ORIGEM (BRANCO=MTZ):"
009030     ACCEPT WS-TRF-ORIGEM
009040     IF WS-TRF-ORIGEM = SPACES
009050         MOVE "MTZ" TO WS-TRF-ORIGEM
009060     END-IF
009070     DISPLAY "FILIAL DE DESTINO (EX. VNO):"
009080     ACCEPT WS-TRF-DESTINO
009090     IF WS-TRF-DESTINO = SPACES
009100         DISPLAY "FILIAL DE DESTINO OBRIGATORIA - NADA REGISTRADO"
009110         GO TO 4000-EXIT
009120     END-IF
009130     IF WS-TRF-DESTINO = WS-TRF-ORIGEM
009140         DISPLAY "DESTINO IGUAL A ORIGEM - NADA REGISTRADO"
009150         GO TO 4000-EXIT
009160     END-IF
009170     DISPLAY "VALOR ENVIADO (CENTAVOS, EX. 0050000 = R$500,00):"
009180     ACCEPT WS-IN-AMOUNT
009190     CALL "VALIDNUM" USING WS-IN-AMOUNT WS-ALLOW-ZERO-NO
009200                           WS-AMOUNT-VALID-SW
009210     IF NOT WS-AMOUNT-VALID
009220         DISPLAY "VALOR INVALIDO - NADA REGISTRADO"
009230         GO TO 4000-EXIT
009240     END-IF
009250     COMPUTE WS-TRF-ENVIADO =
009260         FUNCTION NUMVAL(WS-IN-AMOUNT) / 100
009270     MOVE ZERO TO WS-TRF-RECEBIDO
009280     DISPLAY "REFERENCIA (EX. NOME DE QUEM LEVA):"
009290     ACCEPT WS-IN-REFER
009300     MOVE SPACES TO WS-IN-TRF-NUM
009310     PERFORM 4200-SCAN-TRANSFERS THRU 4200-EXIT
009320     ADD 1 TO WS-TRF-ULTIMO
009330     MOVE WS-TRF-ULTIMO TO WS-IN-TRF-NUM
009340     MOVE "E" TO WS-TRF-EVENTO
009350     PERFORM 4300-WRITE-TRANSFER THRU 4300-EXIT
009360     ADD 1 TO WS-CHANGE-COUNT
009370     PERFORM 7500-WRITE-AUDIT-TRANSF
009380     DISPLAY "TRANSFERENCIA " WS-IN-TRF-NUM " " WS-TRF-ORIGEM
009390             ">" WS-TRF-DESTINO " REGISTRADA - EM TRANSITO ATE"
009400             " A CONFIRMACAO DA CHEGADA".
009410 4000-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450*  4100-CONFIRM-TRANSFER
009460*  A FILIAL DE DESTINO CONFIRMA A CHEGADA COM O VALOR QUE ELA
009470*  CONTOU - QUE PODE SER DIFERENTE DO ENVIADO; A DIFERENCA FICA
009480*  REGISTRADA E SAI NO RELATORIO DO TRANSITO. QUEM ENVIOU NAO
009490*  CONFIRMA A CHEGADA. CADA TRANSFERENCIA SO E CONFIRMADA UMA VEZ.
009500******************************************************************
009510 4100-CONFIRM-TRANSFER.
009520     DISPLAY "NUMERO DA TRANSFERENCIA (6 DIGITOS):"
009530     ACCEPT WS-IN-TRF-NUM
009540     IF WS-IN-TRF-NUM NOT NUMERIC
009550         DISPLAY "NUMERO INVALIDO"
009560         GO TO 4100-EXIT
009570     END-IF
009580     PERFORM 4200-SCAN-TRANSFERS THRU 4200-EXIT
009590     IF NOT WS-TRF-ACHADA
009600         DISPLAY "TRANSFERENCIA NAO ENCONTRADA"
009610         GO TO 4100-EXIT
009620     END-IF
009630     IF WS-TRF-CONFIRMADA
009640         DISPLAY "TRANSFERENCIA JA CONFIRMADA"
009650         GO TO 4100-EXIT
009660     END-IF
009670     MOVE WS-TRF-ENVIADO TO WS-BAG-VALOR-ED
009680     DISPLAY "TRANSFERENCIA " WS-IN-TRF-NUM " " WS-TRF-ORIGEM
009690             ">" WS-TRF-DESTINO " ENVIADA EM " WS-TRF-DATA-ENVIO
009700             " R$" WS-BAG-VALOR-ED " POR " WS-TRF-REMETENTE
009710*    QUATRO OLHOS: QUEM ENVIOU NAO CONFIRMA A CHEGADA.
009720     IF WS-OPERATOR-ID = WS-TRF-REMETENTE
009730         DISPLAY "QUEM ENVIOU NAO CONFIRMA A CHEGADA - RECUSADO"
009740         GO TO 4100-EXIT
009750     END-IF
009760     DISPLAY "DATA DA CHEGADA (AAAAMMDD, BRANCO=HOJE):"
009770     ACCEPT WS-IN-DATE
009780     IF WS-IN-DATE = SPACES
009790         MOVE WS-HOJE TO WS-IN-DATE
009800     END-IF
009810     IF WS-IN-DATE < WS-TRF-DATA-ENVIO
009820         DISPLAY "CHEGADA ANTES DO ENVIO - NADA REGISTRADO"
009830         GO TO 4100-EXIT
009840     END-IF
009850     DISPLAY "VALOR CONTADO NA CHEGADA (CENTAVOS):"
009860     ACCEPT WS-IN-AMOUNT
009870     CALL "VALIDNUM" USING WS-IN-AMOUNT WS-ALLOW-ZERO-YES
009880                           WS-AMOUNT-VALID-SW
009890     IF NOT WS-AMOUNT-VALID
009900         DISPLAY "VALOR INVALIDO - NADA REGISTRADO"
009910         GO TO 4100-EXIT
009920     END-IF
009930     COMPUTE WS-TRF-RECEBIDO =
009940         FUNCTION NUMVAL(WS-IN-AMOUNT) / 100
009950     DISPLAY "REFERENCIA:"
009960     ACCEPT WS-IN-REFER
009970     MOVE "R" TO WS-TRF-EVENTO
009980     PERFORM 4300-WRITE-TRANSFER THRU 4300-EXIT
009990     ADD 1 TO WS-CHANGE-COUNT
010000     PERFORM 7500-WRITE-AUDIT-TRANSF
010010     IF WS-TRF-RECEBIDO = WS-TRF-ENVIADO
010020         DISPLAY "CHEGADA CONFIRMADA - VALOR CONFERE"
010030     ELSE
010040         COMPUTE WS-TRF-DIFERENCA =
010050             WS-TRF-RECEBIDO - WS-TRF-ENVIADO
010060         MOVE WS-TRF-DIFERENCA TO WS-TRF-DIF-ED
010070         DISPLAY "CHEGADA CONFIRMADA COM DIFERENCA DE R$"
010080                 WS-TRF-DIF-ED " - AVISE O SUPERVISOR"
010090     END-IF.
010100 4100-EXIT.
010110     EXIT.
010120
010130******************************************************************
010140*  4200-SCAN-TRANSFERS
010150*  VARRE O TRANSFER: GUARDA O MAIOR NUMERO JA DADO E, SE HA UM
010160*  NUMERO EM WS-IN-TRF-NUM, OS DADOS DO ENVIO ("E") DELE E SE A
010170*  CHEGADA ("R") JA FOI CONFIRMADA.
010180******************************************************************
010190 4200-SCAN-TRANSFERS.
010200     MOVE ZERO TO WS-TRF-ULTIMO
010210     MOVE "N" TO WS-TRF-ACHADA-SW
010220     MOVE "N" TO WS-TRF-CONFIRMADA-SW
010230     MOVE "N" TO WS-TRF-EOF-SW
010240     OPEN INPUT TRANSFER-FILE
010250     IF WS-TRF-FILE-STATUS NOT = "00"
010260         GO TO 4200-EXIT
010270     END-IF
010280     PERFORM 4250-READ-TRANSFER THRU 4250-EXIT
010290         UNTIL WS-TRF-EOF
010300     CLOSE TRANSFER-FILE.
010310 4200-EXIT.
010320     EXIT.
010330
010340 4250-READ-TRANSFER.
010350     READ TRANSFER-FILE
010360         AT END
010370             MOVE "Y" TO WS-TRF-EOF-SW
010380             GO TO 4250-EXIT
010390     END-READ
010400     IF TRF-NUMERO NOT NUMERIC
010410         GO TO 4250-EXIT
010420     END-IF
010430     MOVE TRF-NUMERO TO WS-TRF-NUM-LIDO
010440     IF WS-TRF-NUM-LIDO > WS-TRF-ULTIMO
010450         MOVE WS-TRF-NUM-LIDO TO WS-TRF-ULTIMO
010460     END-IF
010470     IF TRF-NUMERO NOT = WS-IN-TRF-NUM
010480         GO TO 4250-EXIT
010490     END-IF
010500     IF TRF-ENVIADA
010510         MOVE "Y"               TO WS-TRF-ACHADA-SW
010520         MOVE TRF-ORIGEM        TO WS-TRF-ORIGEM
010530         MOVE TRF-DESTINO       TO WS-TRF-DESTINO
010540         MOVE TRF-DATA          TO WS-TRF-DATA-ENVIO
010550         MOVE TRF-VALOR-ENVIADO TO WS-TRF-ENVIADO
010560         MOVE TRF-OPERATOR-ID   TO WS-TRF-REMETENTE
010570     END-IF
010580     IF TRF-RECEBIDA
010590         MOVE "Y" TO WS-TRF-CONFIRMADA-SW
010600     END-IF.
010610 4250-EXIT.
010620     EXIT.
010630
010640******************************************************************
010650*  4300-WRITE-TRANSFER
010660*  ACRESCENTA O EVENTO DA TRANSFERENCIA AO TRANSFER, COM O
010670*  OPERADOR QUE O FEZ. A CHEGADA REPETE ORIGEM, DESTINO E VALOR
010680*  ENVIADO.
010690******************************************************************
010700 4300-WRITE-TRANSFER.
010710     OPEN EXTEND TRANSFER-FILE
010720     IF WS-TRF-FILE-STATUS = "35"
010730         OPEN OUTPUT TRANSFER-FILE
010740         CLOSE TRANSFER-FILE
010750         OPEN EXTEND TRANSFER-FILE
010760     END-IF
010770     MOVE SPACES          TO TRANSFER-RECORD
010780     MOVE WS-IN-TRF-NUM   TO TRF-NUMERO
010790     MOVE WS-TRF-EVENTO   TO TRF-EVENTO
010800     MOVE WS-IN-DATE      TO TRF-DATA
010810     ACCEPT TRF-HORA FROM TIME
010820     MOVE WS-TRF-ORIGEM   TO TRF-ORIGEM
010830     MOVE WS-TRF-DESTINO  TO TRF-DESTINO
010840     MOVE WS-TRF-ENVIADO  TO TRF-VALOR-ENVIADO
010850     MOVE WS-TRF-RECEBIDO TO TRF-VALOR-RECEBIDO
010860     MOVE WS-OPERATOR-ID  TO TRF-OPERATOR-ID
010870     MOVE WS-IN-REFER     TO TRF-REFERENCIA
010880     WRITE TRANSFER-RECORD
010890     CLOSE TRANSFER-FILE.
010900 4300-EXIT.
010910     EXIT.
010920
010930******************************************************************
010940*  7500-WRITE-AUDIT-TRANSF
010950*  GRAVA NA AUDITORIA O ENVIO OU A CHEGADA DA TRANSFERENCIA.
010960******************************************************************
010970 7500-WRITE-AUDIT-TRANSF.
010980     MOVE "COFREMOV"         TO AUDIT-PROGRAM-ID
010990     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
011000     ACCEPT AUDIT-TIME FROM TIME
011010     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
011020     MOVE WS-IN-TRF-NUM       TO AUDIT-KEY
011030     MOVE SPACES              TO AUDIT-DETAIL
011040     MOVE WS-TRF-ENVIADO      TO WS-BAG-VALOR-ED
011050     MOVE WS-TRF-RECEBIDO     TO WS-TRF-REC-ED
011060     STRING "TRANSF " WS-TRF-EVENTO
011070            " " WS-TRF-ORIGEM ">" WS-TRF-DESTINO
011080            " ENV R$" WS-BAG-VALOR-ED
011090            " REC R$" WS-TRF-REC-ED
011100            " " WS-IN-REFER
011110         DELIMITED BY SIZE INTO AUDIT-DETAIL
011120     CALL "AUDITWR" USING AUDIT-RECORD.
