      ******************************************************************
      *  ENCPARMREC.CPY
      *  PARAMETROS DOS ENCARGOS DE ATRASO DA MENSALIDADE (ENCPARM) -
      *  UM REGISTRO, LIDO PELO MENSALID:
      *    MULTA          - PERCENTUAL DA MULTA DE MORA, COBRADA UMA
      *                     VEZ SOBRE O VALOR EM ATRASO;
      *    JUROS          - PERCENTUAL DE JUROS DE MORA AO MES, COBRADO
      *                     PRO RATA DIA (MES DE 30 DIAS);
      *    CARENCIA       - DIAS APOS O VENCIMENTO SEM ENCARGO NENHUM;
      *    PARCELAS       - NUMERO MAXIMO DE PARCELAS DE UM ACORDO.
      *  O DIA DO VENCIMENTO E O MESMO DO FLUXPARM (FXP-MENS-DIA).
      *  SEM O ARQUIVO, OU COM CAMPO NAO NUMERICO, VALE O PADRAO DO
      *  PROGRAMA (MULTA 2%, JUROS 1% AO MES, SEM CARENCIA E ATE 12
      *  PARCELAS).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  LATE-CHARGE-PARM-RECORD.
           05  ENCP-MULTA-PCT          PIC 9V99.
           05  ENCP-JUROS-MES-PCT      PIC 9V99.
           05  ENCP-CARENCIA-DIAS      PIC 9(02).
           05  ENCP-MAX-PARCELAS       PIC 9(02).
           05  FILLER                  PIC X(70).
