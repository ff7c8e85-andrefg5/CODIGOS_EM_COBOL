      ******************************************************************
      *  ABASTREC.CPY
      *  ABASTECIMENTOS DA FROTA (ABASTLOG) - UM REGISTRO POR
      *  ABASTECIMENTO, SO ACRESCENTADO, NUNCA REGRAVADO. O TANQUE E
      *  SEMPRE COMPLETADO, ENTAO OS LITROS DE UM ABASTECIMENTO COBREM
      *  OS KM RODADOS DESDE O ANTERIOR DO MESMO VEICULO (PELO
      *  ODOMETRO). KM E KM/L FICAM ZERADOS NO PRIMEIRO ABASTECIMENTO
      *  DO VEICULO. A EXCECAO MARCA O RENDIMENTO FORA DA FAIXA DO
      *  RENDIMENTO NORMAL DO VEICULO NA HORA DO LANCAMENTO:
      *    B = BAIXO - GASTOU MAIS DO QUE DEVIA (DESVIO, VAZAMENTO,
      *                MOTOR);
      *    A = ALTO  - RODOU MAIS DO QUE O COMBUSTIVEL PERMITE (TANQUE
      *                NAO COMPLETADO ANTES, ODOMETRO ERRADO).
      *  GRAVADO PELO ABASTEC; O VALOR DO MES E RATEADO PARA O
      *  ROTACUST NO FECHAMENTO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  FUEL-LOG-RECORD.
           05  ABS-VEIC-ID             PIC X(06).
           05  ABS-DATA                PIC X(08).
           05  ABS-LITROS              PIC 9(04)V99.
           05  ABS-PRECO               PIC 9(02)V999.
           05  ABS-VALOR               PIC 9(07)V99.
           05  ABS-ODOMETRO            PIC 9(07)V9.
           05  ABS-KM                  PIC 9(05)V9.
           05  ABS-KML                 PIC 9(03)V99.
           05  ABS-EXCECAO             PIC X(01).
               88  ABS-RENDIMENTO-BAIXO         VALUE "B".
               88  ABS-RENDIMENTO-ALTO          VALUE "A".
               88  ABS-RENDIMENTO-NORMAL        VALUE SPACE.
           05  ABS-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(08).
