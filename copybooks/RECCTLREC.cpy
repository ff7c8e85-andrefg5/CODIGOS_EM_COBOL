      ******************************************************************
      *  RECCTLREC.CPY
      *  CONTROLE DAS SERIES DE RECIBO (RECIBCTL) - UM REGISTRO POR
      *  SERIE (FILIAL) COM O ULTIMO NUMERO ENTREGUE PELA ROTINA
      *  RECIBO. O ARQUIVO E REGRAVADO INTEIRO A CADA NUMERO TIRADO,
      *  ANTES DE O RECIBO SER GRAVADO NO RECIBREG.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  RECEIPT-CONTROL-RECORD.
           05  RCTL-SERIE              PIC X(03).
           05  RCTL-ULTIMO             PIC 9(07).
           05  RCTL-DATA               PIC X(08).
           05  FILLER                  PIC X(12).
