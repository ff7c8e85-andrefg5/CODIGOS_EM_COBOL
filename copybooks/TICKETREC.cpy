      *                   DESEMBARQUE, DO STOPMAST) - O ESTATVIA PASSA
      *                   A MOSTRAR POR ONDE AS PESSOAS DE FATO VIAJAM
      *                   E A TARIFA DO TRECHO FICA CONFERIVEL.
      *  2026-10-15 AFG   ACRESCENTADO O MEIO DE PAGAMENTO ("D"
      *                   DINHEIRO, "C" CARTAO, "P" PIX; BRANCO NOS
      *                   REGISTROS ANTIGOS VALE DINHEIRO). O REGISTRO
      *                   PASSA A 124 BYTES, DENTRO DA IMAGEM DE 130 DO
      *                   DIARIO E DA COPIA DE SEGURANCA. SO DINHEIRO
      *                   ENTRA NO EXPDEP; CARTAO E PIX SAO CONCILIADOS
      *                   PELO ADQCONC E O RAZAO OS LANCA NO RECEBIVEL
      *                   DA ADQUIRENTE.
      ******************************************************************
       01  TICKET-RECORD.
           05  TICKET-DATE             PIC X(08).
           05  TICKET-GRUPO-QTD        PIC 9(03).
           05  TICKET-STOP-EMB         PIC X(04).
           05  TICKET-STOP-DES         PIC X(04).
           05  TICKET-PAGAMENTO        PIC X(01).
               88  TICKET-PAG-DINHEIRO          VALUE "D" SPACE.
               88  TICKET-PAG-CARTAO            VALUE "C".
               88  TICKET-PAG-PIX               VALUE "P".
