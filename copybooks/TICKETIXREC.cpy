      *                   FILLER) - E POR ELE QUE O VIAGEM ENXERGA O
      *                   EMBARQUE ANTERIOR E CLASSIFICA A CONEXAO
      *                   DENTRO DA JANELA COMO "TRANSFERENCIA".
      *  2026-10-15 AFG   ACRESCENTADO O ID DA VIAGEM/PARTIDA (NO FIM
      *                   DO REGISTRO) - O ANTI-PASSBACK DO VIAGEM
      *                   RECONHECE O PASSE QUE JA EMBARCOU NA MESMA
      *                   PARTIDA EM EXECUCAO ANTERIOR DO DIA.
      ******************************************************************
       01  TICKET-INDEX-RECORD.
           05  TIX-KEY.
           05  TIX-BANDA               PIC X(08).
           05  TIX-PASSE               PIC X(10).
           05  FILLER                  PIC X(03).
           05  TIX-TRIP-ID             PIC X(12).
