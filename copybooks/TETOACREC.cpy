      ******************************************************************
      *  TETOACREC.CPY
      *  ACUMULADO DE TARIFA PAGA POR CARTAO, PARA O TETO DE TARIFA
      *  (TETOACUM) - UM REGISTRO POR CARTAO + ROTA + SEMANA (A
      *  SEMANA VAI DE SEGUNDA A DOMINGO E E IDENTIFICADA PELA DATA
      *  DA SEGUNDA). O VIAGEM CARREGA O ARQUIVO INTEIRO, SOMA O QUE
      *  CADA CARTAO PAGOU NO DIA (TETA-PAGO-DIA, 1 = SEGUNDA ... 7 =
      *  DOMINGO) E NA SEMANA, E O REGRAVA NO FECHO; SEMANAS MAIS
      *  ANTIGAS QUE A ANTERIOR A DE HOJE SAO DESCARTADAS.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TETO-ACUM-RECORD.
           05  TETA-CARTAO             PIC X(10).
           05  TETA-ROTA               PIC X(03).
           05  TETA-SEMANA             PIC X(08).
           05  TETA-PAGO-DIA OCCURS 7 TIMES PIC 9(04)V99.
           05  TETA-PAGO-SEMANA        PIC 9(05)V99.
           05  FILLER                  PIC X(10).
