      ******************************************************************
      *  PAGFORNREC.CPY
      *  PAGAMENTOS A FORNECEDOR (PAGFORN) - UM REGISTRO POR
      *  FORNECEDOR EM CADA RODADA DE PAGAMENTO DO CONTPAG (TODAS AS
      *  NOTAS DO FORNECEDOR NUMA TRANSFERENCIA SO), SO ACRESCENTADO.
      *  O BANCOREC CASA CADA UM COM O DEBITO DO EXTRATO (BANKSTMT)
      *  DE MESMA DATA E VALOR.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  SUPPLIER-PAYMENT-RECORD.
           05  PGF-DATA                PIC X(08).
           05  PGF-FOR-ID              PIC X(06).
           05  PGF-NOME                PIC X(30).
           05  PGF-QTD                 PIC 9(03).
           05  PGF-VALOR               PIC 9(09)V99.
           05  PGF-RUN-DATE            PIC X(08).
           05  PGF-RUN-ID              PIC X(08).
           05  PGF-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(10).
