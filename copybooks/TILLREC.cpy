      *                   WAY AS A CLOSING. MOEDA NETS PICKUPS INTO
      *                   THE CLOSING RECONCILIATION AND CHECKS THE
      *                   DRAWER LIMIT FROM TELLMAST.
      *  2026-10-15 AFG   ADDED RECORD TYPE "B" = BLIND RECOUNT OF A
      *                   CLOSED DRAWER BY A SECOND TELLER WHO HAS NOT
      *                   SEEN THE FIRST COUNT. SAME DENOMINATION PAIRS;
      *                   THE EXPECTED-DEPOSIT POSITIONS CARRY THE
      *                   RECOUNTING TELLER'S TELLM-ID INSTEAD (A BLIND
      *                   COUNT HAS NO EXPECTED FIGURE). MOEDA COMPARES
      *                   THE TWO COUNTS PAIR BY PAIR AND HOLDS THE
      *                   DRAWER FOR A SUPERVISOR WHEN THEY DISAGREE.
      *  2026-10-15 AFG   ADDED RECORD TYPE "H" = MID-SHIFT HANDOVER OF
      *                   A DRAWER SHARED BY TWO TELLERS. THE PAIRS
      *                   HOLD THE DRAWER AS COUNTED AT THE HANDOVER;
      *                   TILL-TELLER-ID IS THE TELLER HANDING OVER AND
      *                   THE EXPECTED-DEPOSIT POSITIONS CARRY THE
      *                   INCOMING TELLER'S TELLM-ID. MOEDA CLOSES THE
      *                   OUTGOING SESSION ON THIS COUNT AND OPENS THE
      *                   INCOMING ONE WITH IT AS THE FLOAT.
      ******************************************************************
       01  TILL-RECORD.
           05  TILL-TELLER-ID          PIC X(05).
               88  TILL-ABERTURA                VALUE "A".
               88  TILL-FECHAMENTO              VALUE "F" SPACE.
               88  TILL-SANGRIA                 VALUE "S".
               88  TILL-RECONTAGEM              VALUE "B".
               88  TILL-PASSAGEM                VALUE "H".
           05  TILL-EXPECTED-DEPOSIT   PIC 9(05)V99.
           05  TILL-RECONT-VIEW REDEFINES TILL-EXPECTED-DEPOSIT.
               10  TILL-RECONT-TELLER  PIC X(05).
               10  FILLER              PIC X(02).
           05  TILL-PASSAGEM-VIEW REDEFINES TILL-EXPECTED-DEPOSIT.
               10  TILL-PASSA-PARA     PIC X(05).
               10  FILLER              PIC X(02).
           05  TILL-DENOM-PAIRS.
               10  TILL-PAIR OCCURS 12 TIMES
                             INDEXED BY TILL-PAIR-IDX.
