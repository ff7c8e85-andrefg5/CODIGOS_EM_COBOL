      ******************************************************************
      *  TRIPCREWREC.CPY
      *  TRIPULACAO POR PARTIDA (TRIPCREW) - UM REGISTRO POR DIA DE
      *  SERVICO E ID DE PARTIDA (ROTA + HORARIO + COBRADOR, O MESMO
      *  TRV-TRIP-ID DO TRIPVEIC), COM O MOTORISTA E O COBRADOR DO
      *  EMPMAST (NOME; BRANCO = AINDA SEM TRIPULANTE) E O INICIO E O
      *  FIM DA PARTIDA EM HHMM. MANTIDO PELO TRIPULA, QUE CONFERE
      *  LICENCAS, HORAS DE DIRECAO E DESCANSO; O PONTOMES SOMA AS
      *  HORAS DE TRIPULACAO NA APURACAO DO MES.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TRIP-CREW-RECORD.
           05  TCR-DATA                PIC X(08).
           05  TCR-TRIP-ID             PIC X(12).
           05  TCR-HORA-INI            PIC X(04).
           05  TCR-HORA-FIM            PIC X(04).
           05  TCR-MOTORISTA           PIC X(20).
           05  TCR-COBRADOR            PIC X(20).
           05  TCR-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(04).
