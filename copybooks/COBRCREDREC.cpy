      ******************************************************************
      *  COBRCREDREC.CPY
      *  CREDITOS DA COBRANCA BANCARIA (COBRCRED) - UM REGISTRO POR
      *  DIA DE CREDITO DE CADA RETORNO IMPORTADO PELO COBRANCA, SO
      *  ACRESCENTADO. O LIQUIDO E O PAGO MENOS A TARIFA, O QUE O
      *  EXTRATO (BANKSTMT) DEVE MOSTRAR NUM CREDITO SO DO DIA:
      *    C = CASADO COM O CREDITO DO EXTRATO;
      *    N = NAO ENCONTRADO NO EXTRATO NA IMPORTACAO.
      *  O BANCOREC USA ESTES REGISTROS (CASADOS OU NAO - O EXTRATO
      *  PODE CHEGAR DEPOIS) PARA EXPLICAR OS CREDITOS DA COBRANCA; O
      *  COBRANCA RECUSA UM RETORNO QUE REPETE O DIA, A QUANTIDADE E
      *  O LIQUIDO DE UM JA IMPORTADO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  COLLECTION-CREDIT-RECORD.
           05  CCR-DATA-CREDITO        PIC X(08).
           05  CCR-QTD                 PIC 9(05).
           05  CCR-PAGO                PIC 9(09)V99.
           05  CCR-TARIFA              PIC 9(07)V99.
           05  CCR-LIQUIDO             PIC 9(09)V99.
           05  CCR-SITUACAO            PIC X(01).
               88  CCR-CASADO                   VALUE "C".
               88  CCR-NAO-ENCONTRADO           VALUE "N".
           05  CCR-RUN-DATE            PIC X(08).
           05  CCR-RUN-ID              PIC X(08).
           05  CCR-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(10).
