      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-08-22 AFG   ORIGINAL LAYOUT.
      *  2026-10-15 AFG   ADDED THE DAILY AND WEEKLY FARE CAPS (CARVED
      *                   OUT OF THE TRAILING FILLER). ONCE A RIDER'S
      *                   CARD HAS PAID THE CAP ON THE ROUTE IN THE DAY
      *                   OR IN THE WEEK (MONDAY TO SUNDAY), VIAGEM
      *                   CHARGES ZERO FOR THE REST (REASON "CAP"); THE
      *                   RIDE THAT REACHES THE CAP PAYS ONLY WHAT IS
      *                   LEFT UNDER IT. ZERO OR BLANK MEANS NO CAP.
      ******************************************************************
       01  ROTA-MASTER-RECORD.
           05  ROTAM-CODIGO            PIC X(03).
           05  ROTAM-PRECO             PIC 9(03)V99.
           05  ROTAM-EFFECTIVE-DATE    PIC X(08).
           05  ROTAM-END-DATE          PIC X(08).
           05  ROTAM-TETO-DIA          PIC 9(03)V99.
           05  ROTAM-TETO-SEMANA       PIC 9(04)V99.
           05  FILLER                  PIC X(05).
