000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ANONCHK.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - ROTINA COMPARTILHADA DE PRIVACIDADE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  ANONCHK.CBL
000090*  CONSULTA COMPARTILHADA AO REGISTRO DE ANONIMIZACAO (ANONREG,
000100*  COPYBOOK ANONREC), NOS MOLDES DO ALUNINFO: RECEBE UM ID
000110*  (PASSE, CARNE, ALUNO, MATRICULA OU VISITA) E DEVOLVE "Y" SE O
000120*  TITULAR DELE JA FOI ANONIMIZADO. O REGISTRO E CARREGADO NA
000130*  PRIMEIRA CHAMADA; SEM O ARQUIVO NADA E MASCARADO. USADA PELO
000140*  EXTRATO E PELA CONSULTA PARA NAO DEVOLVER AOS PCS DO
000150*  ESCRITORIO O QUE JA FOI APAGADO DOS CADASTROS. ID EM BRANCO
000160*  NUNCA CASA.
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 AFG   ROTINA ORIGINAL.
000210******************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ANON-REGISTER-FILE ASSIGN TO "ANONREG"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS  IS WS-ANR-FILE-STATUS.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  ANON-REGISTER-FILE
000310     RECORDING MODE IS F.
000320     COPY ANONREC.
000330 WORKING-STORAGE SECTION.
000340 01  WS-SWITCHES.
000350     05  WS-ANR-FILE-STATUS      PIC X(02)   VALUE "00".
000360     05  WS-ANR-LOADED-SW        PIC X(01)   VALUE "N".
000370         88  WS-ANR-LOADED                   VALUE "Y".
000380     05  WS-ANR-EOF-SW           PIC X(01)   VALUE "N".
000390         88  WS-ANR-EOF                      VALUE "Y".
000400 01  WS-ANR-COUNT                PIC 9(04)   VALUE ZERO.
000410 01  WS-ANR-TABLE.
000420     05  WS-ANR-ENTRY OCCURS 2000 TIMES
000430                      INDEXED BY WS-ANR-IDX.
000440         10  WS-ANR-ID           PIC X(10).
000450 LINKAGE SECTION.
000460 01  LK-ID                       PIC X(10).
000470 01  LK-ANON-SW                  PIC X(01).
000480
000490 PROCEDURE DIVISION USING LK-ID LK-ANON-SW.
000500
000510 0000-MAINLINE.
000520     IF NOT WS-ANR-LOADED
000530         PERFORM 1000-LOAD-REGISTER
000540     END-IF
000550     MOVE "N" TO LK-ANON-SW
000560     IF LK-ID = SPACES
000570         GOBACK
000580     END-IF
000590     PERFORM 2000-MATCH-ID THRU 2000-EXIT
000600         VARYING WS-ANR-IDX FROM 1 BY 1
000610         UNTIL WS-ANR-IDX > WS-ANR-COUNT
000620            OR LK-ANON-SW = "Y"
000630     GOBACK.
000640
000650******************************************************************
000660*  1000-LOAD-REGISTER
000670*  CARREGA OS IDS ANONIMIZADOS NA PRIMEIRA CHAMADA.
000680******************************************************************
000690 1000-LOAD-REGISTER.
000700     OPEN INPUT ANON-REGISTER-FILE
000710     IF WS-ANR-FILE-STATUS = "00"
000720         PERFORM 1100-READ-ANON THRU 1100-EXIT
000730             UNTIL WS-ANR-EOF
000740         CLOSE ANON-REGISTER-FILE
000750     END-IF
000760     MOVE "Y" TO WS-ANR-LOADED-SW.
000770
000780 1100-READ-ANON.
000790     READ ANON-REGISTER-FILE
000800         AT END
000810             MOVE "Y" TO WS-ANR-EOF-SW
000820             GO TO 1100-EXIT
000830     END-READ
000840     IF WS-ANR-COUNT < 2000
000850         ADD 1 TO WS-ANR-COUNT
000860         SET WS-ANR-IDX TO WS-ANR-COUNT
000870         MOVE ANON-ID TO WS-ANR-ID(WS-ANR-IDX)
000880     END-IF.
000890 1100-EXIT.
000900     EXIT.
000910
000920******************************************************************
000930*  2000-MATCH-ID
000940*  PROCURA O ID PEDIDO NO REGISTRO.
000950******************************************************************
000960 2000-MATCH-ID.
000970     IF WS-ANR-ID(WS-ANR-IDX) = LK-ID
000980         MOVE "Y" TO LK-ANON-SW
000990     END-IF.
001000 2000-EXIT.
001010     EXIT.
