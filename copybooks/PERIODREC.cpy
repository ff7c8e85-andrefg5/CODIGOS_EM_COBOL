      ******************************************************************
      *  PERIODREC.CPY
      *  HISTORICO DOS PERIODOS CONTABEIS (ARQUIVO PERIODOS) - UM
      *  REGISTRO POR FECHAMENTO OU REABERTURA DE MES, SEMPRE
      *  ACRESCENTADO NO FIM. A SITUACAO DO MES E A DO ULTIMO REGISTRO
      *  DELE; MES SEM REGISTRO ESTA ABERTO. GRAVADO PELO MESFECHO E
      *  PELO ANOFECHO (FECHAMENTO) E PELO PERMANT (FECHAMENTO E
      *  REABERTURA, ESTA COM O MOTIVO); LIDO PELA ROTINA PERIODO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  PERIOD-STATUS-RECORD.
           05  PER-MES                 PIC X(06).
           05  PER-SITUACAO            PIC X(01).
               88  PER-FECHADO                  VALUE "F".
               88  PER-REABERTO                 VALUE "A".
           05  PER-DATA                PIC X(08).
           05  PER-HORA                PIC X(08).
           05  PER-PROGRAMA            PIC X(08).
           05  PER-OPERADOR            PIC X(08).
           05  PER-MOTIVO              PIC X(40).
           05  FILLER                  PIC X(11).
