      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-09-03 AFG   ORIGINAL LAYOUT.
      *  2026-10-15 AFG   ADDED TYPE S (UNPAID LEAVE) - THE APPROVED
      *                   DAYS ARE DEDUCTED BY THE PRE-PAYROLL
      *                   (FOLHAPRE).
      ******************************************************************
       01  LEAVE-RECORD.
           05  LIC-EMP-NOME            PIC X(20).
               88  LIC-FERIAS                       VALUE "F".
               88  LIC-ATESTADO                     VALUE "D".
               88  LIC-OUTROS                       VALUE "O".
               88  LIC-SEM-VENCIMENTO               VALUE "S".
           05  LIC-DATA-INI            PIC 9(08).
           05  LIC-DATA-FIM            PIC 9(08).
           05  LIC-STATUS              PIC X(01).
