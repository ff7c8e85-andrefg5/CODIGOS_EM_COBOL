      ******************************************************************
      *  ASSENTREC.CPY
      *  ESTOQUE DE ASSENTOS POR PARTIDA E DATA DE VIAGEM (ASSENTOS) -
      *  UM REGISTRO POR TRIP-ID + DATA QUE JA RECEBEU RESERVA
      *  ANTECIPADA OU DE GRUPO. O VIAGEM CRIA O REGISTRO NA PRIMEIRA
      *  RESERVA, COM A CAPACIDADE DO VEICULO DA PARTIDA (TRIPVEIC +
      *  VEICMAST, SO ASSENTOS - EM PE NAO SE VENDE ANTECIPADO), E
      *  ABATE CADA RESERVA; O ESTORNO DEVOLVE OS ASSENTOS E PROMOVE
      *  A LISTA DE ESPERA (ESPERA). O DISPONIB LISTA O DIA PARA O
      *  BALCAO. DATA JA PASSADA SAI DO ARQUIVO NA REGRAVACAO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  SEAT-INVENTORY-RECORD.
           05  ASS-TRIP-ID             PIC X(12).
           05  ASS-DATA                PIC X(08).
           05  ASS-VEIC-ID             PIC X(06).
           05  ASS-CAPACIDADE          PIC 9(03).
           05  ASS-RESERVADOS          PIC 9(03).
           05  FILLER                  PIC X(08).
