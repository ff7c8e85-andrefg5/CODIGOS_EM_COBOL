      ******************************************************************
      *  MALOTEREC.CPY
      *  CADEIA DE CUSTODIA DOS MALOTES DE DEPOSITO (MALOTES) - UM
      *  REGISTRO POR EVENTO, SO ACRESCENTADO, NUNCA REGRAVADO. A
      *  CHAVE E O NUMERO DO LACRE (10 DIGITOS, IMPRESSO NO LACRE):
      *    E = EMBALADO     - DEPOSITO, COM O TOTAL DA GUIA E QUEM
      *                       EMBALOU;
      *    V = NO COFRE     - COFREMOV, QUEM RECEBEU NO COFRE;
      *    A = CARRO-FORTE  - COFREMOV, O VIGILANTE QUE RETIROU;
      *    K = NO BANCO     - COFREMOV, O PROTOCOLO DO BANCO;
      *    C = CREDITADO    - BANCOREC, O CREDITO DO EXTRATO QUE CITA
      *                       O LACRE, COM O VALOR CREDITADO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  BAG-CUSTODY-RECORD.
           05  MAL-LACRE               PIC X(10).
           05  MAL-EVENTO              PIC X(01).
               88  MAL-EMBALADO                 VALUE "E".
               88  MAL-NO-COFRE                 VALUE "V".
               88  MAL-CARRO-FORTE              VALUE "A".
               88  MAL-NO-BANCO                 VALUE "K".
               88  MAL-CREDITADO                VALUE "C".
           05  MAL-DATA                PIC X(08).
           05  MAL-HORA                PIC X(08).
           05  MAL-BUS-DATE            PIC X(08).
           05  MAL-VALOR               PIC 9(07)V99.
           05  MAL-OPERATOR-ID         PIC X(08).
           05  MAL-RESPONSAVEL         PIC X(20).
           05  FILLER                  PIC X(08).
