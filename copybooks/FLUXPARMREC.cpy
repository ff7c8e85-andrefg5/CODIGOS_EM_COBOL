      ******************************************************************
      *  FLUXPARMREC.CPY
      *  PARAMETROS DA PREVISAO DE CAIXA DE 13 SEMANAS (FLUXPARM) - UM
      *  REGISTRO, LIDO PELO FLUXCAIX:
      *    SALDO MINIMO   - SEMANA QUE TERMINA ABAIXO DISTO E MARCADA;
      *    FOLHA          - VALOR LIQUIDO MENSAL DA FOLHA;
      *    DIA UTIL       - O SALDO DA FOLHA SAI NO N-ESIMO DIA UTIL
      *                     DO MES (CALENDARIO DO DIAUTIL);
      *    ADIANTAMENTO   - PERCENTUAL DA FOLHA PAGO NO DIA DO VALE
      *                     (DIA UTIL ANTERIOR SE CAIR EM FERIADO OU
      *                     FIM DE SEMANA);
      *    VENC. MENSAL.  - DIA DO MES EM QUE VENCE A MENSALIDADE.
      *  SEM O ARQUIVO, OU COM CAMPO NAO NUMERICO, VALE O PADRAO DO
      *  PROGRAMA (MINIMO ZERO, FOLHA NAO INFORMADA, 5O DIA UTIL,
      *  40% NO DIA 20 E MENSALIDADE NO DIA 10).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CASHFLOW-PARM-RECORD.
           05  FXP-SALDO-MINIMO        PIC 9(09)V99.
           05  FXP-FOLHA-VALOR         PIC 9(09)V99.
           05  FXP-FOLHA-DIA-UTIL      PIC 9(02).
           05  FXP-ADIANT-PCT          PIC 9(03).
           05  FXP-ADIANT-DIA          PIC 9(02).
           05  FXP-MENS-DIA            PIC 9(02).
           05  FILLER                  PIC X(49).
