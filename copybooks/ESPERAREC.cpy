      ******************************************************************
      *  ESPERAREC.CPY
      *  LISTA DE ESPERA DAS RESERVAS ANTECIPADAS E DE GRUPO (ESPERA)
      *  - A RESERVA QUE NAO CABE NO ESTOQUE DA PARTIDA (ASSENTOS) E
      *  GUARDADA AQUI, COM A LINHA DO MANIFESTO INTEIRA, EM VEZ DE
      *  SER ACEITA. A ORDEM DO ARQUIVO E A ORDEM DE CHEGADA:
      *    E = AGUARDANDO - GRAVADA PELO VIAGEM;
      *    P = PROMOVIDA  - O ESTORNO LIBEROU ASSENTOS E JA OS SEPAROU
      *                     PARA ELA;
      *    B = EMITIDA    - O VIAGEM EMITIU A PASSAGEM DA PROMOVIDA NA
      *                     EXECUCAO SEGUINTE.
      *  DATA DE VIAGEM JA PASSADA SAI DO ARQUIVO NA REGRAVACAO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  WAITLIST-RECORD.
           05  ESP-TRIP-ID             PIC X(12).
           05  ESP-DATA                PIC X(08).
           05  ESP-QTD                 PIC 9(03).
           05  ESP-SITUACAO            PIC X(01).
               88  ESP-AGUARDANDO               VALUE "E".
               88  ESP-PROMOVIDA                VALUE "P".
               88  ESP-EMITIDA                  VALUE "B".
           05  ESP-PEDIDO-DATA         PIC X(08).
           05  ESP-PEDIDO-ID           PIC X(08).
           05  ESP-PROMOCAO-DATA       PIC X(08).
           05  ESP-MANIFESTO           PIC X(95).
           05  FILLER                  PIC X(07).
