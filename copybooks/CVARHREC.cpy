      ******************************************************************
      *  CVARHREC.CPY
      *  HISTORICO DE DIFERENCAS DO COBRADOR (COBRVARH) - UM REGISTRO
      *  POR PARTIDA (TRIP-ID) ENTREGUE, GRAVADO PELO BOLSACOB NA
      *  CONFERENCIA DA BOLSA: O DEVIDO DA PARTIDA PELO MESMO CALCULO
      *  DO ACERTO (PASSAGENS EM DINHEIRO DO DIA, ESTORNOS ABATIDOS), O
      *  VALOR CONTADO NA BOLSA E QUEM RECEBEU. CHAVE DE CONSULTA:
      *  PARTIDA + DATA DO NEGOCIO. O COBRADOR E O FIM DO TRIP-ID
      *  (ROTA + HORARIO + COBRADOR). LIDO PELO COBRTEND PARA APONTAR
      *  COBRADORES COM FALTAS REPETIDAS NA SEMANA, COMO O TENDENCIA
      *  FAZ COM O TELLVARH DOS CAIXAS.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CONDUCTOR-VARIANCE-RECORD.
           05  CVARH-COBRADOR          PIC X(05).
           05  CVARH-BUS-DATE          PIC X(08).
           05  CVARH-TRIP-ID           PIC X(12).
           05  CVARH-DEVIDO            PIC S9(07)V99.
           05  CVARH-CONTADO           PIC 9(07)V99.
           05  CVARH-VARIANCE          PIC S9(07)V99.
           05  CVARH-RESULT            PIC X(07).
           05  CVARH-RECEBEDOR         PIC X(08).
           05  CVARH-DATA              PIC X(08).
           05  CVARH-HORA              PIC X(08).
           05  FILLER                  PIC X(07).
