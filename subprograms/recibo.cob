000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RECIBO.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  BALCAO - EMISSAO DE RECIBO NUMERADO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  RECIBO.CBL
000090*  ROTINA COMPARTILHADA DE EMISSAO DE RECIBO DO BALCAO (O QUE O
000100*  AUDITWR E PARA A AUDITORIA): PASSVEND, CARNVEND, MENSALID E
000110*  CAIXINHA MONTAM O REGISTRO NO LAYOUT RECIBOREC (SERIE, ORIGEM,
000120*  TIPO, VALOR, CAIXA, OPERADOR E REFERENCIA) E CHAMAM AQUI. A
000130*  ROTINA:
000140*    - TIRA O PROXIMO NUMERO DA SERIE NO CONTROLE (RECIBCTL),
000150*      REGRAVANDO O CONTROLE ANTES DE TUDO - SERIE NOVA COMECA
000160*      EM 1;
000170*    - GRAVA O RECIBO EMITIDO ("E") NO RECIBREG;
000180*    - IMPRIME O RECIBO NO RECIBPRT, PARA ENTREGAR AO CLIENTE;
000190*    - DEVOLVE O REGISTRO COMPLETO (COM O NUMERO) AO CHAMADOR.
000200*  OS ARQUIVOS SAO ABERTOS E FECHADOS A CADA RECIBO, PARA O
000210*  NUMERO ESTAR NO DISCO MESMO QUE O CHAMADOR ABENDE.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  DATE       INIT  DESCRIPTION
000250*  2026-10-15 AFG   ROTINA ORIGINAL.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RECEIPT-CONTROL-FILE ASSIGN TO "RECIBCTL"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS  IS WS-CTL-FILE-STATUS.
000330     SELECT RECEIPT-REGISTER-FILE ASSIGN TO "RECIBREG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS WS-REG-FILE-STATUS.
000360     SELECT RECEIPT-PRINT-FILE ASSIGN TO "RECIBPRT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS WS-PRT-FILE-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RECEIPT-CONTROL-FILE
000420     RECORDING MODE IS F.
000430     COPY RECCTLREC.
000440 FD  RECEIPT-REGISTER-FILE
000450     RECORDING MODE IS F.
000460     COPY RECIBOREC.
000470 FD  RECEIPT-PRINT-FILE
000480     RECORDING MODE IS F.
000490 01  PRINT-LINE                  PIC X(80).
000500 WORKING-STORAGE SECTION.
000510 01  WS-SWITCHES.
000520     05  WS-CTL-FILE-STATUS      PIC X(02)   VALUE "00".
000530     05  WS-REG-FILE-STATUS      PIC X(02)   VALUE "00".
000540     05  WS-PRT-FILE-STATUS      PIC X(02)   VALUE "00".
000550     05  WS-CTL-EOF-SW           PIC X(01)   VALUE "N".
000560         88  WS-CTL-EOF                      VALUE "Y".
000570     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000580         88  WS-FOUND                        VALUE "Y".
000590 01  WS-HOJE                     PIC X(08).
000600 01  WS-AGORA                    PIC X(08).
000610 01  WS-VALOR-ED                 PIC ZZZZZZ9.99.
000620
000630******************************************************************
000640*  CONTROLE DAS SERIES CARREGADO A CADA CHAMADA E REGRAVADO COM O
000650*  NUMERO NOVO.
000660******************************************************************
000670 01  WS-CTL-TABLE.
000680     05  WS-CT-ENTRY OCCURS 50 TIMES
000690                     INDEXED BY WS-CT-IDX.
000700         10  WS-CT-SERIE         PIC X(03).
000710         10  WS-CT-ULTIMO        PIC 9(07).
000720         10  WS-CT-DATA          PIC X(08).
000730 01  WS-CT-COUNT                 PIC 9(03)   VALUE ZERO.
000740 01  WS-SCAN                     PIC 9(03).
000750 LINKAGE SECTION.
000760 01  LK-RECIBO-AREA              PIC X(120).
000770
000780 PROCEDURE DIVISION USING LK-RECIBO-AREA.
000790
000800 0000-MAINLINE.
000810     ACCEPT WS-HOJE  FROM DATE YYYYMMDD
000820     ACCEPT WS-AGORA FROM TIME
000830     PERFORM 1000-LOAD-CONTROL
000840     MOVE LK-RECIBO-AREA TO RECEIPT-RECORD
000850     IF RCB-SERIE = SPACES
000860         MOVE "MTZ" TO RCB-SERIE
000870     END-IF
000880     PERFORM 2000-NEXT-NUMBER THRU 2000-EXIT
000890     IF RCB-NUMERO = ZERO
000900         DISPLAY "CONTROLE DE SERIES CHEIO (50) - RECIBO NAO"
000910                 " EMITIDO"
000920         MOVE RECEIPT-RECORD TO LK-RECIBO-AREA
000930         GOBACK
000940     END-IF
000950     PERFORM 3000-REWRITE-CONTROL
000960     PERFORM 4000-APPEND-RECEIPT
000970     PERFORM 5000-PRINT-RECEIPT
000980     MOVE RECEIPT-RECORD TO LK-RECIBO-AREA
000990     GOBACK.
001000
001010******************************************************************
001020*  1000-LOAD-CONTROL
001030*  CARREGA O CONTROLE DAS SERIES (RECIBCTL); SEM ARQUIVO, TODA
001040*  SERIE COMECA DO ZERO.
001050******************************************************************
001060 1000-LOAD-CONTROL.
001070     MOVE ZERO TO WS-CT-COUNT
001080     MOVE "N"  TO WS-CTL-EOF-SW
001090     OPEN INPUT RECEIPT-CONTROL-FILE
001100     IF WS-CTL-FILE-STATUS = "00"
001110         PERFORM 1100-LOAD-ONE THRU 1100-EXIT
001120             UNTIL WS-CTL-EOF
001130         CLOSE RECEIPT-CONTROL-FILE
001140     END-IF.
001150
001160 1100-LOAD-ONE.
001170     READ RECEIPT-CONTROL-FILE
001180         AT END
001190             MOVE "Y" TO WS-CTL-EOF-SW
001200             GO TO 1100-EXIT
001210     END-READ
001220     IF WS-CT-COUNT < 50
001230         AND RCTL-ULTIMO NUMERIC
001240         ADD 1 TO WS-CT-COUNT
001250         SET WS-CT-IDX TO WS-CT-COUNT
001260         MOVE RCTL-SERIE  TO WS-CT-SERIE(WS-CT-IDX)
001270         MOVE RCTL-ULTIMO TO WS-CT-ULTIMO(WS-CT-IDX)
001280         MOVE RCTL-DATA   TO WS-CT-DATA(WS-CT-IDX)
001290     END-IF.
001300 1100-EXIT.
001310     EXIT.
001320
001330******************************************************************
001340*  2000-NEXT-NUMBER
001350*  SOMA UM AO ULTIMO NUMERO DA SERIE; SERIE AINDA SEM CONTROLE
001360*  ENTRA NA TABELA COM O NUMERO 1. TABELA CHEIA DEVOLVE ZERO.
001370******************************************************************
001380 2000-NEXT-NUMBER.
001390     MOVE "N" TO WS-FOUND-SW
001400     PERFORM 2100-MATCH-SERIE THRU 2100-EXIT
001410         VARYING WS-SCAN FROM 1 BY 1
001420         UNTIL WS-SCAN > WS-CT-COUNT OR WS-FOUND
001430     IF NOT WS-FOUND
001440         IF WS-CT-COUNT >= 50
001450             MOVE ZERO TO RCB-NUMERO
001460             GO TO 2000-EXIT
001470         END-IF
001480         ADD 1 TO WS-CT-COUNT
001490         SET WS-CT-IDX TO WS-CT-COUNT
001500         MOVE RCB-SERIE TO WS-CT-SERIE(WS-CT-IDX)
001510         MOVE ZERO      TO WS-CT-ULTIMO(WS-CT-IDX)
001520     END-IF
001530     ADD 1 TO WS-CT-ULTIMO(WS-CT-IDX)
001540     MOVE WS-HOJE TO WS-CT-DATA(WS-CT-IDX)
001550     MOVE WS-CT-ULTIMO(WS-CT-IDX) TO RCB-NUMERO.
001560 2000-EXIT.
001570     EXIT.
001580
001590 2100-MATCH-SERIE.
001600     SET WS-CT-IDX TO WS-SCAN
001610     IF WS-CT-SERIE(WS-CT-IDX) = RCB-SERIE
001620         MOVE "Y" TO WS-FOUND-SW
001630     END-IF.
001640 2100-EXIT.
001650     EXIT.
001660
001670******************************************************************
001680*  3000-REWRITE-CONTROL
001690*  REGRAVA O CONTROLE INTEIRO COM O NUMERO QUE ACABOU DE SAIR.
001700******************************************************************
001710 3000-REWRITE-CONTROL.
001720     OPEN OUTPUT RECEIPT-CONTROL-FILE
001730     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
001740         VARYING WS-CT-IDX FROM 1 BY 1
001750         UNTIL WS-CT-IDX > WS-CT-COUNT
001760     CLOSE RECEIPT-CONTROL-FILE.
001770
001780 3100-WRITE-ONE.
001790     MOVE SPACES                  TO RECEIPT-CONTROL-RECORD
001800     MOVE WS-CT-SERIE(WS-CT-IDX)  TO RCTL-SERIE
001810     MOVE WS-CT-ULTIMO(WS-CT-IDX) TO RCTL-ULTIMO
001820     MOVE WS-CT-DATA(WS-CT-IDX)   TO RCTL-DATA
001830     WRITE RECEIPT-CONTROL-RECORD.
001840 3100-EXIT.
001850     EXIT.
001860
001870******************************************************************
001880*  4000-APPEND-RECEIPT
001890*  GRAVA O RECIBO EMITIDO NO RECIBREG.
001900******************************************************************
001910 4000-APPEND-RECEIPT.
001920     MOVE "E"      TO RCB-EVENTO
001930     MOVE WS-HOJE  TO RCB-DATA
001940     MOVE WS-AGORA TO RCB-HORA
001950     MOVE SPACES   TO RCB-MOTIVO
001960     MOVE SPACES   TO RCB-SUPERVISOR
001970     OPEN EXTEND RECEIPT-REGISTER-FILE
001980     IF WS-REG-FILE-STATUS = "35"
001990         OPEN OUTPUT RECEIPT-REGISTER-FILE
002000         CLOSE RECEIPT-REGISTER-FILE
002010         OPEN EXTEND RECEIPT-REGISTER-FILE
002020     END-IF
002030     WRITE RECEIPT-RECORD
002040     CLOSE RECEIPT-REGISTER-FILE.
002050
002060******************************************************************
002070*  5000-PRINT-RECEIPT
002080*  IMPRIME A VIA DO CLIENTE NO RECIBPRT.
002090******************************************************************
002100 5000-PRINT-RECEIPT.
002110     OPEN EXTEND RECEIPT-PRINT-FILE
002120     IF WS-PRT-FILE-STATUS = "35"
002130         OPEN OUTPUT RECEIPT-PRINT-FILE
002140         CLOSE RECEIPT-PRINT-FILE
002150         OPEN EXTEND RECEIPT-PRINT-FILE
002160     END-IF
002170     MOVE ALL "-" TO PRINT-LINE
002180     WRITE PRINT-LINE
002190     MOVE SPACES TO PRINT-LINE
002200     STRING "RECIBO SERIE " RCB-SERIE " NO. " RCB-NUMERO
002210            "      EMITIDO EM " RCB-DATA " " RCB-HORA(1:2)
002220            ":" RCB-HORA(3:2)
002230         DELIMITED BY SIZE INTO PRINT-LINE
002240     WRITE PRINT-LINE
002250     MOVE RCB-VALOR TO WS-VALOR-ED
002260     MOVE SPACES TO PRINT-LINE
002270     IF RCB-SAIDA
002280         STRING "PAGAMOS R$" WS-VALOR-ED
002290             DELIMITED BY SIZE INTO PRINT-LINE
002300     ELSE
002310         STRING "RECEBEMOS R$" WS-VALOR-ED
002320             DELIMITED BY SIZE INTO PRINT-LINE
002330     END-IF
002340     WRITE PRINT-LINE
002350     MOVE SPACES TO PRINT-LINE
002360     STRING "REFERENTE A: " RCB-REFERENCIA
002370         DELIMITED BY SIZE INTO PRINT-LINE
002380     WRITE PRINT-LINE
002390     MOVE SPACES TO PRINT-LINE
002400     STRING "CAIXA " RCB-CAIXA "  OPERADOR " RCB-OPERATOR
002410            "  (" RCB-ORIGEM ")"
002420         DELIMITED BY SIZE INTO PRINT-LINE
002430     WRITE PRINT-LINE
002440     MOVE ALL "-" TO PRINT-LINE
002450     WRITE PRINT-LINE
002460     CLOSE RECEIPT-PRINT-FILE.
