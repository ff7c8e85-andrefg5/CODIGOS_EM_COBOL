      ******************************************************************
      *  TSUMDREC.CPY
      *  REGISTRO DOS DIAS JA RESUMIDOS (TSUMDIAS) - UMA LINHA POR DIA
      *  DE NEGOCIO COM QUANTOS REGISTROS DO TICKETS (NA ORDEM DO
      *  ARQUIVO) JA ESTAO NO TICKSUM E A RECEITA CORRESPONDENTE. O
      *  SUMARIO SO ACRESCENTA OS REGISTROS DO DIA ALEM DESSA
      *  CONTAGEM, POR ISSO RODAR DE NOVO NAO SOMA O DIA DUAS VEZES;
      *  CARGAS CONTA OS COMPLEMENTOS (ESTORNO QUE CHEGOU DEPOIS).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TSUM-DAY-RECORD.
           05  TSD-DIA                 PIC X(08).
           05  TSD-REGISTROS           PIC 9(07).
           05  TSD-RECEITA             PIC S9(09)V99.
           05  TSD-CARGAS              PIC 9(03).
           05  TSD-RUN-DATE            PIC X(08).
           05  TSD-RUN-ID              PIC X(08).
           05  FILLER                  PIC X(10).
