      ******************************************************************
      *  RECIBOREC.CPY
      *  REGISTRO DE RECIBOS DO BALCAO (RECIBREG) - UM REGISTRO POR
      *  EVENTO, SO ACRESCENTADO, NUNCA REGRAVADO. A CHAVE E A SERIE
      *  (A FILIAL DO BALCAO, BRANCO E A MATRIZ "MTZ") MAIS O NUMERO,
      *  DADO PELA ROTINA RECIBO A PARTIR DO CONTROLE RECIBCTL:
      *    E = EMITIDO  - PASSVEND, CARNVEND, MENSALID (ENTRADA DE
      *                   DINHEIRO) E CAIXINHA (SAIDA, O VALE PAGO);
      *    A = ANULADO  - RECIBOS, COM O MOTIVO E O SUPERVISOR QUE
      *                   AUTORIZOU; REPETE TIPO, VALOR, CAIXA E
      *                   REFERENCIA DO "E".
      *  NUMERO TIRADO DO CONTROLE E SEM "E" AQUI E FALTA NA SEQUENCIA
      *  NO RELATORIO DO RECIBOS.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  RECEIPT-RECORD.
           05  RCB-SERIE               PIC X(03).
           05  RCB-NUMERO              PIC 9(07).
           05  RCB-EVENTO              PIC X(01).
               88  RCB-EMITIDO                  VALUE "E".
               88  RCB-ANULADO                  VALUE "A".
           05  RCB-DATA                PIC X(08).
           05  RCB-HORA                PIC X(08).
           05  RCB-ORIGEM              PIC X(08).
           05  RCB-TIPO                PIC X(01).
               88  RCB-ENTRADA                  VALUE "E".
               88  RCB-SAIDA                    VALUE "S".
           05  RCB-VALOR               PIC 9(07)V99.
           05  RCB-CAIXA               PIC X(05).
           05  RCB-OPERATOR            PIC X(08).
           05  RCB-REFERENCIA          PIC X(30).
           05  RCB-MOTIVO              PIC X(20).
           05  RCB-SUPERVISOR          PIC X(08).
           05  FILLER                  PIC X(04).
