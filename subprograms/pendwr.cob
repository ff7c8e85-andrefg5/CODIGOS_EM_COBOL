000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PENDWR.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - FILA DE APROVACAO DE CADASTROS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  PENDWR.CBL
000090*  ROTINA COMPARTILHADA DE SUBMISSAO DE ALTERACAO DE CADASTRO
000100*  (O QUE O AUDITWR E PARA A TRILHA): O PROGRAMA DE MANUTENCAO
000110*  MONTA O PEDIDO NO LAYOUT PENDALTREC (ARQUIVO, ACAO, CHAVE,
000120*  RESUMO, IMAGENS, PROGRAMA, NIVEL E SOLICITANTE) E CHAMA AQUI
000130*  EM VEZ DE GRAVAR O CADASTRO. A ROTINA ATRIBUI O NUMERO DO
000140*  PEDIDO (ULTIMO DO PENDALT + 1), CARIMBA DATA, HORA E VALIDADE
000150*  (HOJE + PPAR-VALIDADE-DIAS DO PENDPARM, PADRAO 7 DIAS), POE A
000160*  SITUACAO "P" E ACRESCENTA O REGISTRO. O NUMERO E A VALIDADE
000170*  VOLTAM NA PROPRIA AREA PARA O CHAMADOR MOSTRAR E AUDITAR.
000180*  O ARQUIVO E ABERTO E FECHADO A CADA GRAVACAO; O ULTIMO NUMERO
000190*  E O PRAZO FICAM EM MEMORIA DEPOIS DA PRIMEIRA CHAMADA (MESMO
000200*  PADRAO DO AUDITWR).
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 AFG   ROTINA ORIGINAL.
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PEND-CHANGE-FILE ASSIGN TO "PENDALT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS  IS WS-PALT-FILE-STATUS.
000320     SELECT PEND-PARM-FILE ASSIGN TO "PENDPARM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS WS-PPAR-FILE-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PEND-CHANGE-FILE
000380     RECORDING MODE IS F.
000390     COPY PENDALTREC.
000400 FD  PEND-PARM-FILE
000410     RECORDING MODE IS F.
000420     COPY PENDPARMREC.
000430 WORKING-STORAGE SECTION.
000440 01  WS-SWITCHES.
000450     05  WS-PALT-FILE-STATUS     PIC X(02)   VALUE "00".
000460     05  WS-PPAR-FILE-STATUS     PIC X(02)   VALUE "00".
000470     05  WS-ESTADO-LOADED-SW     PIC X(01)   VALUE "N".
000480         88  WS-ESTADO-LOADED                VALUE "Y".
000490     05  WS-PALT-EOF-SW          PIC X(01)   VALUE "N".
000500         88  WS-PALT-EOF                     VALUE "Y".
000510 01  WS-ULT-NUMERO               PIC 9(06)   VALUE ZERO.
000520 01  WS-VALIDADE-DIAS            PIC 9(03)   VALUE 7.
000530 01  WS-HOJE                     PIC X(08).
000540 01  WS-HOJE-NUM REDEFINES WS-HOJE
000550                                 PIC 9(08).
000560 01  WS-EXPIRA-NUM               PIC 9(08).
000570 01  WS-INT-WK                   PIC 9(08).
000580 LINKAGE SECTION.
000590 01  LK-PEND-AREA                PIC X(410).
000600
000610 PROCEDURE DIVISION USING LK-PEND-AREA.
000620
000630 0000-MAINLINE.
000640     IF NOT WS-ESTADO-LOADED
000650         PERFORM 1000-LOAD-ESTADO
000660     END-IF
000670     PERFORM 2000-APPEND-PEDIDO
000680     GOBACK.
000690
000700******************************************************************
000710*  1000-LOAD-ESTADO
000720*  PRIMEIRA CHAMADA: LE O PRAZO DO PENDPARM E VARRE O PENDALT
000730*  ATE O FIM PARA ENCONTRAR O ULTIMO NUMERO DE PEDIDO.
000740******************************************************************
000750 1000-LOAD-ESTADO.
000760     OPEN INPUT PEND-PARM-FILE
000770     IF WS-PPAR-FILE-STATUS = "00"
000780         READ PEND-PARM-FILE
000790             AT END
000800                 CONTINUE
000810             NOT AT END
000820                 IF PPAR-VALIDADE-DIAS NUMERIC
000830                     AND PPAR-VALIDADE-DIAS > ZERO
000840                     MOVE PPAR-VALIDADE-DIAS TO WS-VALIDADE-DIAS
000850                 END-IF
000860         END-READ
000870         CLOSE PEND-PARM-FILE
000880     END-IF
000890     OPEN INPUT PEND-CHANGE-FILE
000900     IF WS-PALT-FILE-STATUS = "00"
000910         PERFORM 1100-SCAN-ONE THRU 1100-EXIT
000920             UNTIL WS-PALT-EOF
000930         CLOSE PEND-CHANGE-FILE
000940     END-IF
000950     MOVE "Y" TO WS-ESTADO-LOADED-SW.
000960
000970 1100-SCAN-ONE.
000980     READ PEND-CHANGE-FILE
000990         AT END
001000             MOVE "Y" TO WS-PALT-EOF-SW
001010             GO TO 1100-EXIT
001020     END-READ
001030     IF PALT-NUMERO NUMERIC
001040         AND PALT-NUMERO > WS-ULT-NUMERO
001050         MOVE PALT-NUMERO TO WS-ULT-NUMERO
001060     END-IF.
001070 1100-EXIT.
001080     EXIT.
001090
001100******************************************************************
001110*  2000-APPEND-PEDIDO
001120*  NUMERA, CARIMBA E GRAVA O PEDIDO DO CHAMADOR, DEVOLVENDO O
001130*  NUMERO E A VALIDADE NA AREA RECEBIDA.
001140******************************************************************
001150 2000-APPEND-PEDIDO.
001160     OPEN EXTEND PEND-CHANGE-FILE
001170     IF WS-PALT-FILE-STATUS = "35"
001180         OPEN OUTPUT PEND-CHANGE-FILE
001190         CLOSE PEND-CHANGE-FILE
001200         OPEN EXTEND PEND-CHANGE-FILE
001210     END-IF
001220     MOVE LK-PEND-AREA TO PEND-CHANGE-RECORD
001230     ADD 1 TO WS-ULT-NUMERO
001240     MOVE WS-ULT-NUMERO TO PALT-NUMERO
001250     ACCEPT WS-HOJE FROM DATE YYYYMMDD
001260     MOVE WS-HOJE TO PALT-DATA
001270     ACCEPT PALT-HORA FROM TIME
001280     COMPUTE WS-INT-WK =
001290         FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) + WS-VALIDADE-DIAS
001300     COMPUTE WS-EXPIRA-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-WK)
001310     MOVE WS-EXPIRA-NUM TO PALT-EXPIRA
001320     MOVE "P"    TO PALT-STATUS
001330     MOVE SPACES TO PALT-DECISOR
001340     MOVE SPACES TO PALT-DATA-DEC
001350     WRITE PEND-CHANGE-RECORD
001360     CLOSE PEND-CHANGE-FILE
001370     MOVE PEND-CHANGE-RECORD TO LK-PEND-AREA.
