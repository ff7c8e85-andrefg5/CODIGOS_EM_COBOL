      ******************************************************************
      *  PLEITOREC.CPY
      *  PLEITOS DE RESSARCIMENTO DE GRATUIDADE E DESCONTO JUNTO A
      *  PREFEITURA (PLEITOS) - UM PLEITO POR MES DE COMPETENCIA,
      *  GERADO E BAIXADO PELO SUBSIDIO. O VALOR DO PLEITO E, PARA CADA
      *  EMBARQUE NAO PAGA/MEIA/IDOSO DO MES, A TARIFA CHEIA DA ROTA EM
      *  VIGOR NA DATA DO EMBARQUE MENOS O QUE O PASSAGEIRO PAGOU. A
      *  PREFEITURA PAGA POR TRANSFERENCIA E NEM SEMPRE O VALOR
      *  INTEIRO: O RECEBIDO SE ACUMULA A CADA PAGAMENTO E O SALDO QUE
      *  ELA NAO ACEITAR E BAIXADO COMO GLOSA.
      *    A - EM ABERTO (NADA RECEBIDO);
      *    P - PAGO EM PARTE (AINDA COM SALDO);
      *    Q - QUITADO (RECEBIDO MAIS GLOSA COBREM O PLEITO).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CLAIM-RECORD.
           05  PLT-NUMERO              PIC 9(06).
           05  PLT-MES                 PIC X(06).
           05  PLT-EMISSAO             PIC X(08).
           05  PLT-QTD                 PIC 9(07).
           05  PLT-VALOR-CHEIO         PIC 9(09)V99.
           05  PLT-VALOR-PAGO          PIC 9(09)V99.
           05  PLT-VALOR               PIC 9(09)V99.
           05  PLT-RECEBIDO            PIC 9(09)V99.
           05  PLT-GLOSA               PIC 9(09)V99.
           05  PLT-STATUS              PIC X(01).
               88  PLT-ABERTO                   VALUE "A".
               88  PLT-PARCIAL                  VALUE "P".
               88  PLT-QUITADO                  VALUE "Q".
           05  PLT-PAY-DATE            PIC X(08).
           05  PLT-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(10).
