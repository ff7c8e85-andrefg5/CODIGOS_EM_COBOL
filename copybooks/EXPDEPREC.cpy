      *                   FILLER) - O MOEDA SO CASA O ESPERADO DE UM
      *                   CAIXA COM A VENDA DA MESMA FILIAL. BRANCO E
      *                   A MATRIZ ("MTZ").
      *  2026-10-15 AFG   ADICIONADO O NUMERO DO RECIBO (RECORTADO DO
      *                   FILLER) NAS VENDAS DE BALCAO (PASSVEND,
      *                   CARNVEND, MENSALID) E NO ESTORNO DE RECIBO
      *                   ANULADO (RECIBOS, VALOR NEGATIVO) - A SERIE
      *                   E A FILIAL. BRANCO NAS TARIFAS DO VIAGEM.
      ******************************************************************
       01  EXPECTED-DEPOSIT-RECORD.
           05  EXPDEP-CAIXA-ID         PIC X(05).
           05  EXPDEP-AMOUNT           PIC S9(07)V99.
           05  EXPDEP-RUN-ID           PIC X(08).
           05  EXPDEP-FILIAL           PIC X(03).
           05  EXPDEP-RECIBO           PIC X(07).
