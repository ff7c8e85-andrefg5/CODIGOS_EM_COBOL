      *  EXTRATO BANCARIO IMPORTADO (BANKSTMT) NO LAYOUT FIXO QUE O
      *  BANCO FORNECE, LIDO PELO BANCOREC - UM LANCAMENTO POR
      *  REGISTRO. SO OS CREDITOS ("C") INTERESSAM A CONCILIACAO DAS
      *  REMESSAS; OS DEBITOS SO SAO CASADOS COM OS PAGAMENTOS A
      *  FORNECEDOR (PAGFORN).
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-03 AFG   ORIGINAL LAYOUT.
      *  2026-10-15 AFG   DEBITS NOW MATCHED TO SUPPLIER PAYMENTS.
      ******************************************************************
       01  BANK-STATEMENT-RECORD.
           05  BSTM-DATE               PIC X(08).
