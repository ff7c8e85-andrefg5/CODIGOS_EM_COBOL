      ******************************************************************
      *  TRANSFREC.CPY
      *  TRANSFERENCIAS DE NUMERARIO ENTRE FILIAIS (TRANSFER) - UM
      *  REGISTRO POR EVENTO, SO ACRESCENTADO, NUNCA REGRAVADO. A
      *  CHAVE E O NUMERO DA TRANSFERENCIA, DADO PELO COFREMOV:
      *    E = ENVIADA   - A FILIAL DE ORIGEM ENTREGA O DINHEIRO; O
      *                    VALOR SAI DO COFRE DELA E FICA EM TRANSITO;
      *    R = RECEBIDA  - A FILIAL DE DESTINO CONFERE E CONFIRMA O
      *                    VALOR QUE CHEGOU; ENTRA NO COFRE DELA E A
      *                    TRANSFERENCIA SAI DO TRANSITO.
      *  O EVENTO "R" REPETE ORIGEM, DESTINO E VALOR ENVIADO DO "E",
      *  PARA O COFRE E O RAZAO LANCAREM A CHEGADA SEM CASAR OS DOIS.
      *  FILIAL EM BRANCO E A MATRIZ ("MTZ").
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TRANSFER-RECORD.
           05  TRF-NUMERO              PIC X(06).
           05  TRF-EVENTO              PIC X(01).
               88  TRF-ENVIADA                  VALUE "E".
               88  TRF-RECEBIDA                 VALUE "R".
           05  TRF-DATA                PIC X(08).
           05  TRF-HORA                PIC X(08).
           05  TRF-ORIGEM              PIC X(03).
           05  TRF-DESTINO             PIC X(03).
           05  TRF-VALOR-ENVIADO       PIC 9(07)V99.
           05  TRF-VALOR-RECEBIDO      PIC 9(07)V99.
           05  TRF-OPERATOR-ID         PIC X(08).
           05  TRF-REFERENCIA          PIC X(20).
           05  FILLER                  PIC X(05).
