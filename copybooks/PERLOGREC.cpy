      ******************************************************************
      *  PERLOGREC.CPY
      *  LANCAMENTO FEITO DEPOIS DO FECHAMENTO DO SEU MES (ARQUIVO
      *  PERLOG), GRAVADO PELA ROTINA PERIODO E LISTADO PELO PERMANT:
      *    ACAO R - RECUSADO (MES FECHADO, NADA FOI AO LEDGER);
      *    ACAO D - DESVIADO PARA O PRIMEIRO MES ABERTO SEGUINTE;
      *    ACAO P - LANCADO NO PROPRIO MES, QUE ESTAVA REABERTO.
      *  DATA-ORIG E A DATA PEDIDA PELO PROGRAMA E DATA-LANC A QUE FOI
      *  PARA O LEDGER (BRANCO QUANDO RECUSADO).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PERIOD-LOG-RECORD.
           05  PLG-DATA                PIC X(08).
           05  PLG-HORA                PIC X(08).
           05  PLG-PROGRAMA            PIC X(08).
           05  PLG-ACAO                PIC X(01).
               88  PLG-RECUSADO                 VALUE "R".
               88  PLG-DESVIADO                 VALUE "D".
               88  PLG-REABERTO                 VALUE "P".
           05  PLG-DATA-ORIG           PIC X(08).
           05  PLG-DATA-LANC           PIC X(08).
           05  PLG-CONTA               PIC X(08).
           05  PLG-DC                  PIC X(01).
           05  PLG-VALOR               PIC 9(09)V99.
           05  PLG-DESC                PIC X(20).
           05  FILLER                  PIC X(10).
