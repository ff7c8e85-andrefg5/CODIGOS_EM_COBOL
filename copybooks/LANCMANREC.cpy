      ******************************************************************
      *  LANCMANREC.CPY
      *  LANCAMENTO CONTABIL MANUAL (LANCMAN) - UMA LINHA DE DEBITO OU
      *  CREDITO DE UM VALE CONTABIL POR REGISTRO, CAPTURADO PELO
      *  LANCMAN. O CABECALHO DO VALE (NUMERO, DATA CONTABIL,
      *  HISTORICO, REFERENCIA DO DOCUMENTO, TIPO, SITUACAO, QUEM FEZ
      *  E QUEM APROVOU) SE REPETE EM CADA LINHA DO VALE:
      *    P = PENDENTE DE APROVACAO (NADA NO LEDGER AINDA);
      *    L = APROVADO POR UM SEGUNDO OPERADOR E LANCADO NO LEDGER;
      *    R = RECUSADO PELO APROVADOR.
      *  O VALE TIPO "E" (PROVISAO COM ESTORNO AUTOMATICO) GANHA NA
      *  APROVACAO A DATA DO ESTORNO - PRIMEIRO DIA UTIL DO MES
      *  SEGUINTE PELO DIAUTIL - E O LANCMAN LANCA AS LINHAS INVERTIDAS
      *  NESSA DATA, MARCANDO LCM-ESTORNADO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  JOURNAL-VOUCHER-RECORD.
           05  LCM-NUMERO              PIC 9(06).
           05  LCM-LINHA               PIC 9(02).
           05  LCM-DATA                PIC X(08).
           05  LCM-ACCOUNT             PIC X(08).
           05  LCM-DC                  PIC X(01).
               88  LCM-DEBITO                   VALUE "D".
               88  LCM-CREDITO                  VALUE "C".
           05  LCM-AMOUNT              PIC 9(09)V99.
           05  LCM-HISTORICO           PIC X(30).
           05  LCM-REFERENCIA          PIC X(15).
           05  LCM-TIPO                PIC X(01).
               88  LCM-NORMAL                   VALUE "N".
               88  LCM-COM-ESTORNO              VALUE "E".
           05  LCM-SITUACAO            PIC X(01).
               88  LCM-PENDENTE                 VALUE "P".
               88  LCM-LANCADO                  VALUE "L".
               88  LCM-RECUSADO                 VALUE "R".
           05  LCM-MAKER-ID            PIC X(08).
           05  LCM-MAKER-DATA          PIC X(08).
           05  LCM-CHECKER-ID          PIC X(08).
           05  LCM-CHECKER-DATA        PIC X(08).
           05  LCM-ESTORNO-DATA        PIC X(08).
           05  LCM-ESTORNO-SW          PIC X(01).
               88  LCM-ESTORNADO                VALUE "S".
           05  FILLER                  PIC X(10).
