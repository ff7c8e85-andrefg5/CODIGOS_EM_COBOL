      ******************************************************************
      *  FROTAKMREC.CPY
      *  RODAGEM DA FROTA (FROTAKM) - UM REGISTRO POR EVENTO, SO
      *  ACRESCENTADO, NUNCA REGRAVADO. O ODOMETRO DE CADA VEICULO E
      *  A LEITURA MAIS RECENTE MAIS OS KM DIARIOS GRAVADOS DEPOIS
      *  DELA, NA ORDEM DO ARQUIVO:
      *    L = LEITURA  - ODOMETRO LIDO NO PAINEL (IMPLANTACAO OU
      *                   ACERTO) NO FIM DO DIA; SUBSTITUI O ACUMULADO;
      *    D = DIARIO   - KM DAS PARTIDAS DO DIA ATRIBUIDAS AO VEICULO
      *                   NO TRIPVEIC (EXTENSAO DA ROTA NO STOPMAST),
      *                   SOMADOS AO ACUMULADO QUANDO O DIA E
      *                   POSTERIOR AO DA ULTIMA LEITURA.
      *  GRAVADO PELO FROTAMAN.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  FLEET-KM-RECORD.
           05  FKM-VEIC-ID             PIC X(06).
           05  FKM-TIPO                PIC X(01).
               88  FKM-LEITURA                  VALUE "L".
               88  FKM-DIARIO                   VALUE "D".
           05  FKM-DATA                PIC X(08).
           05  FKM-PARTIDAS            PIC 9(03).
           05  FKM-KM                  PIC 9(07)V9.
           05  FKM-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(06).
