      ******************************************************************
      *  MANUTREC.CPY
      *  SERVICOS DE MANUTENCAO CONCLUIDOS (MANUTLOG) - UM REGISTRO
      *  POR SERVICO, SO ACRESCENTADO, NUNCA REGRAVADO: VEICULO,
      *  SERVICO DO PLANO (MANPLANO), DATA E ODOMETRO EM QUE FOI FEITO
      *  E O CUSTO. O ULTIMO REGISTRO DE CADA VEICULO + SERVICO E A
      *  BASE DO PROXIMO VENCIMENTO. O CUSTO VAI PARA O ROTACUST
      *  (CATEGORIA MANUTENCAO). GRAVADO PELO FROTAMAN.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  MAINT-LOG-RECORD.
           05  MNT-VEIC-ID             PIC X(06).
           05  MNT-SERVICO             PIC X(04).
           05  MNT-DATA                PIC X(08).
           05  MNT-KM                  PIC 9(07)V9.
           05  MNT-CUSTO               PIC 9(07)V99.
           05  MNT-OPERATOR-ID         PIC X(08).
           05  MNT-OBS                 PIC X(20).
           05  FILLER                  PIC X(07).
