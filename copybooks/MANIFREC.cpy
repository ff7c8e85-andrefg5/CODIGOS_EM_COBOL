      *                   (APPENDED AT THE END; STOPMAST STOPS) FOR
      *                   DISTANCE-BASED FARES - BLANK STOPS FALL BACK
      *                   TO THE FLAT ROTAM-PRECO.
      *  2026-10-15 AFG   ADDED THE TENDER CODE (APPENDED AT THE
      *                   END). BLANK OR "D" IS CASH; "C" CARD AND "P"
      *                   PIX NEVER REACH THE DRAWER, SO VIAGEM KEEPS
      *                   THEM OUT OF EXPDEP AND ADQCONC SETTLES THEM
      *                   AGAINST THE ACQUIRER FILE (ADQLIQ).
      *  2026-10-15 AFG   ADDED THE RIDER'S REUSABLE CARD NUMBER
      *                   (APPENDED AT THE END) FOR FARE CAPPING -
      *                   VIAGEM ADDS UP WHAT EACH CARD PAID PER ROUTE
      *                   IN THE DAY AND IN THE WEEK (TETOACUM) AND
      *                   STOPS CHARGING AT THE ROUTE'S CAP. BLANK
      *                   MEANS NO CARD - NO CAPPING.
      *  2026-10-15 AFG   ADDED THE CONCESSION CARD NUMBER (APPENDED
      *                   AT THE END). VIAGEM NOW GIVES MEIA OR IDOSO
      *                   ONLY AGAINST A VALID CARD IN CONCMAST; A
      *                   DISCOUNT CLAIMED BY AGE ALONE, OR WITH A
      *                   REFUSED OR EXPIRED CARD, PAYS FULL FARE.
      ******************************************************************
       01  MANIFEST-RECORD.
           05  MANIFEST-IDADE          PIC 9(03).
           05  MANIFEST-GRUPO-TAXA     PIC 9(05)V99.
           05  MANIFEST-STOP-EMB       PIC X(04).
           05  MANIFEST-STOP-DES       PIC X(04).
           05  MANIFEST-PAGAMENTO      PIC X(01).
               88  MANIFEST-PAG-DINHEIRO        VALUE "D" SPACE.
               88  MANIFEST-PAG-CARTAO          VALUE "C".
               88  MANIFEST-PAG-PIX             VALUE "P".
           05  MANIFEST-CARTAO         PIC X(10).
           05  MANIFEST-CONCESSAO      PIC X(10).
