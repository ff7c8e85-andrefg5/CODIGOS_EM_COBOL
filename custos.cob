000110*  TRIPULACAO EM PAPEL; AGORA CADA LANCAMENTO (ROTA, MES,
000120*  CATEGORIA, VALOR) ENTRA AQUI E O ROTAPL MONTA O RESULTADO POR
000130*  ROTA. CADA LANCAMENTO VAI PARA A TRILHA DE AUDITORIA.
000133*  O COMBUSTIVEL NAO E MAIS DIGITADO AQUI: VEM DO FECHAMENTO DO
000136*  MES NO ABASTEC, RATEADO PELOS KM DE CADA VEICULO EM CADA ROTA.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000173*  2026-10-15 AFG   RECUSA A CATEGORIA COMBUSTIVEL, AGORA LANCADA
000176*                   PELO FECHAMENTO DO MES NO ABASTEC.
000180******************************************************************
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
001590         DISPLAY "ROTA/MES INVALIDOS - LANCAMENTO CANCELADO"
001600         GO TO 2100-EXIT
001610     END-IF
001620     DISPLAY "CATEGORIA (MANUTENCAO/TRIPULACAO):"
001630     ACCEPT WS-IN-CATEG
001631     IF WS-IN-CATEG = "COMBUSTIVEL"
001632         DISPLAY "COMBUSTIVEL VEM DO FECHAMENTO DO ABASTEC -"
001633                 " LANCAMENTO CANCELADO"
001634         GO TO 2100-EXIT
001635     END-IF
001640     DISPLAY "VALOR (CENTAVOS, EX. 0150000 = R$1500,00):"
001650     ACCEPT WS-IN-VALOR
001660     CALL "VALIDNUM" USING WS-IN-VALOR WS-ALLOW-ZERO-NO
