      ******************************************************************
      *  RISCPARMREC.CPY
      *  PARAMETROS DO ALERTA DE EVASAO (RISCPARM) - UM REGISTRO, LIDO
      *  PELO ALERTA. CADA INDICADOR SOMA PONTOS AO RISCO DO ALUNO:
      *    QUEDA-PONTOS   - QUEDA MINIMA, EM PONTOS PERCENTUAIS, DA
      *                     FREQUENCIA DA SEMANA CONTRA A SEMANA
      *                     ANTERIOR; PESO-QUEDA E O QUE ELA SOMA;
      *    NOTA-CORTE     - MEDIA DE CORTE DA ULTIMA NOTA DE CADA
      *                     DISCIPLINA; PESO-NOTA POR DISCIPLINA ABAIXO;
      *    PESO-MES       - POR MENSALIDADE VENCIDA EM ABERTO;
      *    FALTAS-SEGUIDAS- DIAS DE AULA SEGUIDOS COM FALTA SEM
      *                     JUSTIFICATIVA A PARTIR DOS QUAIS O ALUNO
      *                     PONTUA; PESO-FALTAS E O QUE SOMAM;
      *    RISCO-ALTO/MEDIO - PONTOS A PARTIR DOS QUAIS O RISCO E ALTO
      *                     OU MEDIO.
      *  SEM O ARQUIVO, OU COM CAMPO NAO NUMERICO, VALE O PADRAO DO
      *  PROGRAMA (QUEDA 10 / PESO 30, CORTE 6,00 / PESO 15, PESO 10 POR
      *  MES, 3 FALTAS / PESO 25, RISCO ALTO 50 E MEDIO 25).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  RISK-PARM-RECORD.
           05  RPARM-QUEDA-PONTOS      PIC 9(03).
           05  RPARM-PESO-QUEDA        PIC 9(03).
           05  RPARM-NOTA-CORTE        PIC 99V99.
           05  RPARM-PESO-NOTA         PIC 9(03).
           05  RPARM-PESO-MES          PIC 9(03).
           05  RPARM-FALTAS-SEGUIDAS   PIC 9(02).
           05  RPARM-PESO-FALTAS       PIC 9(03).
           05  RPARM-RISCO-ALTO        PIC 9(03).
           05  RPARM-RISCO-MEDIO       PIC 9(03).
           05  FILLER                  PIC X(53).
