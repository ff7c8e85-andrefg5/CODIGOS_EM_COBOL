      ******************************************************************
      *  TETOLOGREC.CPY
      *  PASSAGENS ALCANCADAS PELO TETO DE TARIFA (TETOLOG) - UM
      *  REGISTRO POR PASSAGEM COM MOTIVO "CAP", SO ACRESCENTADO PELO
      *  VIAGEM, NUNCA REGRAVADO. GUARDA A TARIFA QUE SERIA COBRADA
      *  SEM O TETO, O QUE FOI COBRADO E A DIFERENCA (O QUE O TETO
      *  CUSTOU), PARA O RELATORIO MENSAL POR ROTA (TETOMES). A
      *  PASSAGEM E IDENTIFICADA PELA CHAVE DO TICKETS (RUN-DATE,
      *  RUN-ID E SEQUENCIA).
      *    TETL-TETO  D = TETO DO DIA, S = TETO DA SEMANA.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TETO-LOG-RECORD.
           05  TETL-DATA               PIC X(08).
           05  TETL-ROTA               PIC X(03).
           05  TETL-CARTAO             PIC X(10).
           05  TETL-CATEGORIA          PIC X(15).
           05  TETL-TARIFA-CHEIA       PIC 9(05)V99.
           05  TETL-COBRADO            PIC 9(05)V99.
           05  TETL-ABATIDO            PIC 9(05)V99.
           05  TETL-TETO               PIC X(01).
               88  TETL-TETO-DIA                VALUE "D".
               88  TETL-TETO-SEMANA             VALUE "S".
           05  TETL-RUN-DATE           PIC X(08).
           05  TETL-RUN-ID             PIC X(08).
           05  TETL-SEQ                PIC 9(05).
           05  TETL-FILIAL             PIC X(03).
           05  FILLER                  PIC X(08).
