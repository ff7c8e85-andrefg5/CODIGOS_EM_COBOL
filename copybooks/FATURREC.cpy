      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-03 AFG   ORIGINAL LAYOUT.
      *  2026-10-15 AFG   FAT-DV ("S") MARKS AN INVOICE NUMBERED WITH A
      *                   CHECK DIGIT (5-DIGIT SEQUENCE PLUS THE DIGIT,
      *                   ROUTINE DIGVER); OLDER INVOICES CARRY SPACE.
      *  2026-10-15 AFG   ADDED THE DUE DATE (CARVED OUT OF THE TRAILING
      *                   FILLER): INVOICE DATE PLUS THE CUSTOMER'S
      *                   PAYMENT TERM FROM CLIFRET (30 DAYS IF NONE).
      *  2026-10-15 AFG   ADDED THE BANK-SLIP COLLECTION REFERENCE
      *                   ("NOSSO NUMERO", APPENDED AT THE END, EXISTING
      *                   FIELDS UNTOUCHED): "1" + THE INVOICE NUMBER
      *                   ZERO-FILLED TO 8 + DIGVER CHECK DIGIT. THE
      *                   BANK RETURN FILE (COBRANCA) SETTLES BY IT.
      *  2026-10-15 AFG   FAT-ROTA "ORC" MARKS AN INVOICE RAISED BY
      *                   FATURA ON THE CUSTOMER'S ACCEPTANCE OF A
      *                   QUALTRIANGULO QUOTE (ORCTRI): FAT-QTD CARRIES
      *                   THE PIECE COUNT AND FAT-VALOR THE QUOTED
      *                   TOTAL.
      ******************************************************************
       01  INVOICE-RECORD.
           05  FAT-NUMERO              PIC 9(06).
               88  FAT-ABERTA                   VALUE "A".
               88  FAT-PAGA                     VALUE "P".
           05  FAT-PAY-DATE            PIC X(08).
           05  FAT-DV                  PIC X(01).
               88  FAT-COM-DV                   VALUE "S".
           05  FAT-VENCIMENTO          PIC X(08).
           05  FILLER                  PIC X(03).
           05  FAT-NOSSO-NUMERO        PIC X(10).
