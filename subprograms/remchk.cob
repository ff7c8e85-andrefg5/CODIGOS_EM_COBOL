000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REMCHK.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - ROTINA COMPARTILHADA DE REMESSAS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  REMCHK.CBL
000090*  GUARDA CONTRA REMESSA REPETIDA, CHAMADA PELOS LEITORES DOS
000100*  ARQUIVOS DE ENTRADA DO NOTURNO (VIAGEM - MANIFEST, MOEDA -
000110*  CASHCNT, MEDIAPONDERADA - ROSTER) DEPOIS DA CONFERENCIA DO
000120*  TRAILER. O HEADER E O TRAILER DIZEM QUE O ARQUIVO ESTA
000130*  COMPLETO, NAO QUE E NOVO - O MANIFEST DE ONTEM ESQUECIDO NO
000140*  LUGAR JA GEROU UM SEGUNDO DIA DE TICKETS. O CHAMADOR MONTA A
000150*  IMPRESSAO DIGITAL NO REGISTRO (COPYBOOK REMREGREC) E CHAMA:
000160*    FUNCAO "V" - CONFERE CONTRA O REGISTRO DE REMESSAS
000170*      (REMESREG) E DEVOLVE EM LK-RESULT:
000180*        "0" = REMESSA NOVA E DO DIA - SEGUE;
000190*        "D" = MESMA IMPRESSAO JA PROCESSADA ANTES;
000200*        "H" = DATA DO HEADER DIFERENTE DO DIA DO NEGOCIO;
000210*        "L" = SERIA "D" OU "H", MAS HA LIBERACAO DO
000220*              ADMINISTRADOR (REMESSA) AINDA NAO USADA - SEGUE.
000230*      NA RECUSA ("D"/"H") GRAVA O REGISTRO R, QUE O REMESSA
000240*      MOSTRA PARA A LIBERACAO, E A AUDITORIA;
000250*    FUNCAO "R" - GRAVA A REMESSA COMO PROCESSADA (REGISTRO P),
000260*      NO FIM DA EXECUCAO QUE A CONSUMIU. COM REM-LIBERADA = S A
000270*      LIBERACAO FICA USADA E O USO VAI A AUDITORIA.
000280*  REMESSA VAZIA E SEM HEADER (ARQUIVO AUSENTE) NAO TEM O QUE
000290*  CONFERIR NEM REGISTRAR; SEM HEADER (LEGADO) SO A DATA DEIXA DE
000300*  SER CONFERIDA.
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY
000330*  DATE       INIT  DESCRIPTION
000340*  2026-10-15 AFG   ROTINA ORIGINAL.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT REMESSA-REG-FILE ASSIGN TO "REMESREG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS WS-REM-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  REMESSA-REG-FILE
000450     RECORDING MODE IS F.
000460     COPY REMREGREC.
000470 WORKING-STORAGE SECTION.
000480 01  WS-SWITCHES.
000490     05  WS-REM-FILE-STATUS      PIC X(02)   VALUE "00".
000500     05  WS-REM-EOF-SW           PIC X(01)   VALUE "N".
000510         88  WS-REM-EOF                      VALUE "Y".
000520     05  WS-DUPLICADA-SW         PIC X(01)   VALUE "N".
000530         88  WS-DUPLICADA                    VALUE "Y".
000540     05  WS-LIBERADA-SW          PIC X(01)   VALUE "N".
000550         88  WS-LIBERADA                     VALUE "Y".
000560     05  WS-DATA-ERRADA-SW       PIC X(01)   VALUE "N".
000570         88  WS-DATA-ERRADA                  VALUE "Y".
000580 01  WS-HOJE                     PIC X(08).
000590 01  WS-AGORA                    PIC X(08).
000600 01  WS-DUP-NEGOCIO              PIC X(08).
000610 01  WS-DUP-PROGRAMA             PIC X(12).
000620 01  WS-LIB-OPERADOR             PIC X(08).
000630 01  WS-LIB-DATA                 PIC X(08).
000640 01  WS-LIB-MOTIVO               PIC X(40).
000650     COPY AUDITREC.
000660 LINKAGE SECTION.
000670 01  LK-FUNCAO                   PIC X(01).
000680     COPY REMREGREC REPLACING ==REMESSA-RECORD== BY
000690         ==LK-REMESSA==.
000700 01  LK-RESULT                   PIC X(01).
000710 01  LK-INFO                     PIC X(60).
000720
000730 PROCEDURE DIVISION USING LK-FUNCAO LK-REMESSA LK-RESULT LK-INFO.
000740
000750 0000-MAINLINE.
000760     ACCEPT WS-HOJE  FROM DATE YYYYMMDD
000770     ACCEPT WS-AGORA FROM TIME
000780     MOVE "0" TO LK-RESULT
000790     MOVE SPACES TO LK-INFO
000800     IF REM-REGISTROS OF LK-REMESSA = ZERO
000810         AND REM-DATA-HDR OF LK-REMESSA = SPACES
000820         GOBACK
000830     END-IF
000840     EVALUATE LK-FUNCAO
000850         WHEN "V"
000860             PERFORM 1000-VERIFICA THRU 1000-EXIT
000870         WHEN "R"
000880             PERFORM 2000-REGISTRA
000890         WHEN OTHER
000900             CONTINUE
000910     END-EVALUATE
000920     GOBACK.
000930
000940******************************************************************
000950*  1000-VERIFICA
000960*  PROCURA A IMPRESSAO NO REGISTRO E CONFERE A DATA DO HEADER.
000970*  A LIBERACAO VALE ATE A PRIMEIRA EXECUCAO QUE A USAR (REGISTRO
000980*  P COM REM-LIBERADA = S DEPOIS DELA).
000990******************************************************************
001000 1000-VERIFICA.
001010     MOVE "N" TO WS-DUPLICADA-SW
001020     MOVE "N" TO WS-LIBERADA-SW
001030     MOVE "N" TO WS-DATA-ERRADA-SW
001040     MOVE "N" TO WS-REM-EOF-SW
001050     OPEN INPUT REMESSA-REG-FILE
001060     IF WS-REM-FILE-STATUS = "00"
001070         PERFORM 1100-SCAN-REMESSA THRU 1100-EXIT
001080             UNTIL WS-REM-EOF
001090         CLOSE REMESSA-REG-FILE
001100     END-IF
001110     IF REM-DATA-HDR OF LK-REMESSA NOT = SPACES
001120         AND REM-DATA-HDR OF LK-REMESSA
001130             NOT = REM-DATA-NEGOCIO OF LK-REMESSA
001140         MOVE "Y" TO WS-DATA-ERRADA-SW
001150     END-IF
001160     IF NOT WS-DUPLICADA AND NOT WS-DATA-ERRADA
001170         GO TO 1000-EXIT
001180     END-IF
001190     IF WS-LIBERADA
001200         MOVE "L" TO LK-RESULT
001210         STRING "LIBERADA POR " WS-LIB-OPERADOR
001220                " EM " WS-LIB-DATA ": " WS-LIB-MOTIVO
001230             DELIMITED BY SIZE INTO LK-INFO
001240         GO TO 1000-EXIT
001250     END-IF
001260     IF WS-DUPLICADA
001270         MOVE "D" TO LK-RESULT
001280         STRING "JA PROCESSADA NO DIA " WS-DUP-NEGOCIO
001290                " PELO " WS-DUP-PROGRAMA
001300             DELIMITED BY SIZE INTO LK-INFO
001310     ELSE
001320         MOVE "H" TO LK-RESULT
001330         STRING "HEADER " REM-DATA-HDR OF LK-REMESSA
001340                " FORA DO DIA " REM-DATA-NEGOCIO OF LK-REMESSA
001350             DELIMITED BY SIZE INTO LK-INFO
001360     END-IF
001370     MOVE LK-REMESSA TO REMESSA-RECORD
001380     MOVE "R"          TO REM-TIPO OF REMESSA-RECORD
001390     MOVE WS-HOJE      TO REM-DATA OF REMESSA-RECORD
001400     MOVE WS-AGORA     TO REM-HORA OF REMESSA-RECORD
001410     MOVE SPACE        TO REM-LIBERADA OF REMESSA-RECORD
001420     MOVE LK-INFO      TO REM-MOTIVO OF REMESSA-RECORD
001430     PERFORM 3000-APPEND-REMESSA
001440     MOVE SPACES TO AUDIT-DETAIL
001450     STRING "REMESSA RECUSADA " LK-INFO
001460         DELIMITED BY SIZE INTO AUDIT-DETAIL
001470     PERFORM 7000-WRITE-AUDIT.
001480 1000-EXIT.
001490     EXIT.
001500
001510 1100-SCAN-REMESSA.
001520     READ REMESSA-REG-FILE
001530         AT END
001540             MOVE "Y" TO WS-REM-EOF-SW
001550             GO TO 1100-EXIT
001560     END-READ
001570     IF REM-ARQUIVO OF REMESSA-RECORD
001580            NOT = REM-ARQUIVO OF LK-REMESSA
001590         OR REM-DATA-HDR OF REMESSA-RECORD
001600            NOT = REM-DATA-HDR OF LK-REMESSA
001610         OR REM-REGISTROS OF REMESSA-RECORD
001620            NOT = REM-REGISTROS OF LK-REMESSA
001630         OR REM-HASH-VALOR OF REMESSA-RECORD
001640            NOT = REM-HASH-VALOR OF LK-REMESSA
001650         OR REM-HASH-CHAVE OF REMESSA-RECORD
001660            NOT = REM-HASH-CHAVE OF LK-REMESSA
001670         GO TO 1100-EXIT
001680     END-IF
001690     EVALUATE TRUE
001700         WHEN REM-PROCESSADA OF REMESSA-RECORD
001710             MOVE "Y" TO WS-DUPLICADA-SW
001720             MOVE REM-DATA-NEGOCIO OF REMESSA-RECORD
001730                 TO WS-DUP-NEGOCIO
001740             MOVE REM-PROGRAMA OF REMESSA-RECORD
001750                 TO WS-DUP-PROGRAMA
001760             IF REM-LIBERADA OF REMESSA-RECORD = "S"
001770                 MOVE "N" TO WS-LIBERADA-SW
001780             END-IF
001790         WHEN REM-LIBERACAO OF REMESSA-RECORD
001800             MOVE "Y" TO WS-LIBERADA-SW
001810             MOVE REM-OPERADOR OF REMESSA-RECORD
001820                 TO WS-LIB-OPERADOR
001830             MOVE REM-DATA OF REMESSA-RECORD TO WS-LIB-DATA
001840             MOVE REM-MOTIVO OF REMESSA-RECORD TO WS-LIB-MOTIVO
001850         WHEN OTHER
001860             CONTINUE
001870     END-EVALUATE.
001880 1100-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920*  2000-REGISTRA
001930*  GRAVA A REMESSA CONSUMIDA; A EXECUCAO PELA LIBERACAO VAI
001940*  TAMBEM A AUDITORIA.
001950******************************************************************
001960 2000-REGISTRA.
001970     MOVE LK-REMESSA TO REMESSA-RECORD
001980     MOVE "P"          TO REM-TIPO OF REMESSA-RECORD
001990     MOVE WS-HOJE      TO REM-DATA OF REMESSA-RECORD
002000     MOVE WS-AGORA     TO REM-HORA OF REMESSA-RECORD
002010     PERFORM 3000-APPEND-REMESSA
002020     IF REM-LIBERADA OF LK-REMESSA = "S"
002030         MOVE SPACES TO AUDIT-DETAIL
002040         STRING "REMESSA PROCESSADA PELA LIBERACAO HDR="
002050                REM-DATA-HDR OF LK-REMESSA
002060                " REG=" REM-REGISTROS OF LK-REMESSA
002070             DELIMITED BY SIZE INTO AUDIT-DETAIL
002080         PERFORM 7000-WRITE-AUDIT
002090     END-IF.
002100
002110******************************************************************
002120*  3000-APPEND-REMESSA
002130*  ACRESCENTA O REGISTRO MONTADO, CRIANDO O ARQUIVO NA PRIMEIRA
002140*  VEZ.
002150******************************************************************
002160 3000-APPEND-REMESSA.
002170     OPEN EXTEND REMESSA-REG-FILE
002180     IF WS-REM-FILE-STATUS = "35"
002190         OPEN OUTPUT REMESSA-REG-FILE
002200         CLOSE REMESSA-REG-FILE
002210         OPEN EXTEND REMESSA-REG-FILE
002220     END-IF
002230     WRITE REMESSA-RECORD
002240     CLOSE REMESSA-REG-FILE.
002250
002260******************************************************************
002270*  7000-WRITE-AUDIT
002280*  GRAVA NA TRILHA DE AUDITORIA EM NOME DO PROGRAMA CHAMADOR, COM
002290*  A DATA DO NEGOCIO E A CHAVE DO ARQUIVO.
002300******************************************************************
002310 7000-WRITE-AUDIT.
002320     MOVE REM-PROGRAMA OF LK-REMESSA     TO AUDIT-PROGRAM-ID
002330     MOVE REM-OPERADOR OF LK-REMESSA     TO AUDIT-OPERATOR-ID
002340     MOVE REM-DATA-NEGOCIO OF LK-REMESSA TO AUDIT-DATE
002350     MOVE WS-AGORA                       TO AUDIT-TIME
002360     MOVE REM-ARQUIVO OF LK-REMESSA      TO AUDIT-KEY
002370     CALL "AUDITWR" USING AUDIT-RECORD.
