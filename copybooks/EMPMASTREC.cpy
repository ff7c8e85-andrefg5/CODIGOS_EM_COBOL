      *                   COMO ATIVO) E A DATA DO DESLIGAMENTO,
      *                   RECORTADAS DO FILLER - CARIMBADAS PELO
      *                   FLUXO DE ADMISSAO/DESLIGAMENTO (PESSOAL).
      *  2026-10-15 AFG   ADDED THE PAY RATE FOR THE PRE-PAYROLL
      *                   (FOLHAPRE), CUT FROM THE FILLER: BUREAU
      *                   REGISTRATION, MONTHLY BASE SALARY AND
      *                   MONTHLY CONTRACT HOURS (ZERO = FOLHPARM
      *                   DEFAULT). KEPT BY PESSOAL.
      ******************************************************************
       01  EMPLOYEE-RECORD.
           05  EMP-NOME                PIC X(20).
               88  EMP-ATIVO                    VALUE "A" SPACE.
               88  EMP-DESLIGADO                VALUE "I".
           05  EMP-DESLIG-DATE         PIC X(08).
           05  EMP-MATRICULA           PIC X(06).
           05  EMP-SALARIO             PIC 9(07)V99.
           05  EMP-CARGA-HORAS         PIC 9(03).
           05  FILLER                  PIC X(33).
