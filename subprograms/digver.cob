000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DIGVER.
000030 AUTHOR.        A. FIGUEIREDO.
000040 INSTALLATION.  ESCRITORIO - ROTINA COMPARTILHADA DE NUMERACAO.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  DIGVER.CBL
000090*  DIGITO VERIFICADOR DOS NUMEROS DE PASSE, CARNE E FATURA. O
000100*  NUMERO VEM EM 10 POSICOES: A BASE NAS POSICOES 1 A 9 E O
000110*  DIGITO NA POSICAO 10. A POSICAO 1 PODE SER A LETRA "C" DO
000120*  CARNE (FICA FORA DO CALCULO); O RESTO DA BASE TEM DE SER
000130*  NUMERICO. A FATURA (9(06)) E PASSADA COM ZEROS A ESQUERDA.
000140*  MODULO 11 COM PESOS 2 A 9 DA DIREITA PARA A ESQUERDA; RESTO
000150*  QUE DARIA DIGITO 10 OU 11 VIRA ZERO.
000160*    ACAO "C" - CALCULA E GRAVA O DIGITO NA POSICAO 10 (EMISSAO
000170*               DE NUMERO NOVO: PASSVEND, CARNVEND, FATURA);
000180*    ACAO "V" - CONFERE O DIGITO DE UM NUMERO DIGITADO.
000190*  O INDICADOR VOLTA "Y" SE O NUMERO E VALIDO (OU FOI CALCULADO)
000200*  E "N" SE A BASE NAO E NUMERICA OU O DIGITO NAO CONFERE.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  2026-10-15 AFG   ROTINA ORIGINAL.
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 DATA DIVISION.
000280 WORKING-STORAGE SECTION.
000290 01  WS-POS                      PIC 9(02)   VALUE ZERO.
000300 01  WS-INICIO                   PIC 9(02)   VALUE ZERO.
000310 01  WS-PESO                     PIC 9(02)   VALUE ZERO.
000320 01  WS-DIGITO                   PIC 9(01)   VALUE ZERO.
000330 01  WS-SOMA                     PIC 9(05)   VALUE ZERO.
000340 01  WS-QUOC                     PIC 9(05)   VALUE ZERO.
000350 01  WS-RESTO                    PIC 9(02)   VALUE ZERO.
000360 01  WS-DV                       PIC 9(01)   VALUE ZERO.
000370 LINKAGE SECTION.
000380 01  LK-NUMERO                   PIC X(10).
000390 01  LK-ACAO                     PIC X(01).
000400 01  LK-VALID-FLAG               PIC X(01).
000410
000420 PROCEDURE DIVISION USING LK-NUMERO LK-ACAO LK-VALID-FLAG.
000430
000440 0000-MAINLINE.
000450     MOVE "N" TO LK-VALID-FLAG
000460     IF LK-NUMERO(1:1) = "C"
000470         MOVE 2 TO WS-INICIO
000480     ELSE
000490         MOVE 1 TO WS-INICIO
000500     END-IF
000510     IF LK-NUMERO(WS-INICIO:10 - WS-INICIO) NOT NUMERIC
000520         GO TO 0000-EXIT
000530     END-IF
000540     MOVE ZERO TO WS-SOMA
000550     MOVE 2    TO WS-PESO
000560     PERFORM 1000-SOMA-POSICAO THRU 1000-EXIT
000570         VARYING WS-POS FROM 9 BY -1
000580         UNTIL WS-POS < WS-INICIO
000590     DIVIDE WS-SOMA BY 11 GIVING WS-QUOC REMAINDER WS-RESTO
000600     IF WS-RESTO < 2
000610         MOVE ZERO TO WS-DV
000620     ELSE
000630         COMPUTE WS-DV = 11 - WS-RESTO
000640     END-IF
000650     IF LK-ACAO = "C"
000660         MOVE WS-DV TO LK-NUMERO(10:1)
000670         MOVE "Y"   TO LK-VALID-FLAG
000680     ELSE
000690         IF LK-NUMERO(10:1) NUMERIC
000700             AND LK-NUMERO(10:1) = WS-DV
000710             MOVE "Y" TO LK-VALID-FLAG
000720         END-IF
000730     END-IF.
000740 0000-EXIT.
000750     GOBACK.
000760
000770 1000-SOMA-POSICAO.
000780     MOVE LK-NUMERO(WS-POS:1) TO WS-DIGITO
000790     COMPUTE WS-SOMA = WS-SOMA + WS-DIGITO * WS-PESO
000800     IF WS-PESO = 9
000810         MOVE 2 TO WS-PESO
000820     ELSE
000830         ADD 1 TO WS-PESO
000840     END-IF.
000850 1000-EXIT.
000860     EXIT.
