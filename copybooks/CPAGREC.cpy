      ******************************************************************
      *  CPAGREC.CPY
      *  CONTAS A PAGAR (CONTPAG) - UMA NOTA DE FORNECEDOR POR
      *  REGISTRO, NUMERADA NA ENTRADA PELO CONTPAG. NA ENTRADA A NOTA
      *  VAI AO LEDGER (DESPESA CONTRA 210FORNE, NA EMISSAO); NO
      *  PAGAMENTO O 210FORNE E BAIXADO CONTRA O BANCO.
      *    A = EM ABERTO;
      *    P = PAGA - CPG-PAG-DATA E A DATA DO PAGAMENTO, O MESMO DIA
      *        DO REGISTRO DO PAGFORN QUE O BANCOREC CASA COM O DEBITO
      *        DO EXTRATO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PAYABLE-RECORD.
           05  CPG-NUMERO              PIC 9(06).
           05  CPG-FOR-ID              PIC X(06).
           05  CPG-NOTA                PIC X(10).
           05  CPG-EMISSAO             PIC X(08).
           05  CPG-VENCIMENTO          PIC X(08).
           05  CPG-CONTA               PIC X(08).
           05  CPG-VALOR               PIC 9(07)V99.
           05  CPG-STATUS              PIC X(01).
               88  CPG-ABERTA                   VALUE "A".
               88  CPG-PAGA                     VALUE "P".
           05  CPG-PAG-DATA            PIC X(08).
           05  CPG-INC-DATA            PIC X(08).
           05  CPG-INC-OPER            PIC X(08).
           05  FILLER                  PIC X(10).
