      ******************************************************************
      *  ACORDOREC.CPY
      *  ACORDOS DE PARCELAMENTO DE MENSALIDADES EM ATRASO (ACORDO) -
      *  UM REGISTRO POR PARCELA, GRAVADO E BAIXADO PELO MENSALID. O
      *  ACORDO JUNTA AS COBRANCAS VENCIDAS EM ABERTO DO ALUNO (QUE
      *  FICAM RENEGOCIADAS NO MENSCHG, COM O NUMERO DO ACORDO), MAIS
      *  A MULTA E OS JUROS ATE A DATA DO ACORDO, NUMA NOVA SERIE DE
      *  PARCELAS MENSAIS. PARCELA PAGA COM ATRASO TAMBEM PAGA MULTA E
      *  JUROS, GUARDADOS EM ACD-ENCARGOS.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  AGREEMENT-RECORD.
           05  ACD-ACORDO-ID           PIC X(08).
           05  ACD-ALUNO-ID            PIC X(08).
           05  ACD-DATA-ACORDO         PIC X(08).
           05  ACD-PARCELA             PIC 9(02).
           05  ACD-QTDE-PARCELAS       PIC 9(02).
           05  ACD-VENCIMENTO          PIC X(08).
           05  ACD-VALOR               PIC 9(05)V99.
           05  ACD-STATUS              PIC X(01).
               88  ACD-ABERTA                   VALUE "A".
               88  ACD-PAGA                     VALUE "P".
           05  ACD-PAY-DATE            PIC X(08).
           05  ACD-CAIXA               PIC X(05).
           05  ACD-ENCARGOS            PIC 9(05)V99.
           05  FILLER                  PIC X(16).
