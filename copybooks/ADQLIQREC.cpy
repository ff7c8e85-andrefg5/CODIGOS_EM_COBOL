      ******************************************************************
      *  ADQLIQREC.CPY
      *  ARQUIVO DE LIQUIDACAO IMPORTADO DA ADQUIRENTE (ADQLIQ) NO
      *  LAYOUT FIXO QUE ELA FORNECE, LIDO PELO ADQCONC - UM
      *  MOVIMENTO POR REGISTRO:
      *    V = VENDA LIQUIDADA - BRUTO DA VENDA, TAXA RETIDA PELA
      *        ADQUIRENTE E LIQUIDO CREDITADO NA CONTA;
      *    K = CHARGEBACK      - VENDA CONTESTADA PELO PORTADOR, O
      *        BRUTO E DEBITADO DE VOLTA (TAXA NORMALMENTE ZERO).
      *  O MEIO ("C" CARTAO, "P" PIX) E A DATA DA VENDA CASAM COM O
      *  MEIO DE PAGAMENTO (TICKET-PAGAMENTO) E A DATA DE EXECUCAO DAS
      *  PASSAGENS.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  ACQUIRER-SETTLEMENT-RECORD.
           05  ADQ-DATA-VENDA          PIC X(08).
           05  ADQ-DATA-CREDITO        PIC X(08).
           05  ADQ-TIPO                PIC X(01).
               88  ADQ-VENDA                    VALUE "V".
               88  ADQ-CHARGEBACK               VALUE "K".
           05  ADQ-MEIO                PIC X(01).
               88  ADQ-CARTAO                   VALUE "C".
               88  ADQ-PIX                      VALUE "P".
           05  ADQ-BRUTO               PIC 9(07)V99.
           05  ADQ-TAXA                PIC 9(05)V99.
           05  ADQ-LIQUIDO             PIC 9(07)V99.
           05  ADQ-REFERENCIA          PIC X(20).
           05  FILLER                  PIC X(07).
