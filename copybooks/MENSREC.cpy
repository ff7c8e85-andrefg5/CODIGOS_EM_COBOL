      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-03 AFG   ORIGINAL LAYOUT.
      *  2026-10-15 AFG   ADDED THE BANK-SLIP COLLECTION REFERENCE
      *                   ("NOSSO NUMERO", APPENDED AT THE END, EXISTING
      *                   FIELDS UNTOUCHED): "2" + AN 8-DIGIT SEQUENCE
      *                   + DIGVER CHECK DIGIT, GIVEN WHEN THE CHARGE IS
      *                   GENERATED. A CHARGE SETTLED FROM THE BANK
      *                   RETURN FILE (COBRANCA) CARRIES "BANCO" AS
      *                   THE RECEIVING TILL.
      *  2026-10-15 AFG   ADDED STATUS "R" (RENEGOTIATED) AND THE
      *                   INSTALLMENT AGREEMENT NUMBER (ACORDOREC) THAT
      *                   TOOK THE CHARGE OVER, CARVED FROM THE FILLER.
      *  2026-10-15 AFG   ADDED STATUS "C" (CANCELLED): AN OPEN CHARGE
      *                   FOR A MONTH AFTER A TRANSFERRED STUDENT LEFT,
      *                   CANCELLED WITH ITS RECEIVABLE REVERSED WHEN
      *                   THE TRANSFER DOCUMENT IS ISSUED (GUIATRAN).
      ******************************************************************
       01  TUITION-CHARGE-RECORD.
           05  MENS-ALUNO-ID           PIC X(08).
           05  MENS-STATUS             PIC X(01).
               88  MENS-ABERTA                  VALUE "A".
               88  MENS-PAGA                    VALUE "P".
               88  MENS-RENEGOCIADA             VALUE "R".
               88  MENS-CANCELADA               VALUE "C".
           05  MENS-PAY-DATE           PIC X(08).
           05  MENS-CAIXA              PIC X(05).
           05  MENS-ACORDO-ID          PIC X(08).
           05  FILLER                  PIC X(02).
           05  MENS-NOSSO-NUMERO       PIC X(10).
