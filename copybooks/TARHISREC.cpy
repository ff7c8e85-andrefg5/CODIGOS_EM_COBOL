      ******************************************************************
      *  TARHISREC.CPY
      *  HISTORICO DE CONCLUSAO DAS TAREFAS PERIODICAS (TAREFHIS) -
      *  UM REGISTRO POR CONCLUSAO LANCADA NO TAREFMAN, COM O
      *  VENCIMENTO QUE ESTAVA EM ABERTO, OS DIAS DE ATRASO (ZERO SE
      *  FEITA NO PRAZO) E O NOVO VENCIMENTO CALCULADO. SO ACRESCIDO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TAREFA-HIST-RECORD.
           05  TARH-ID                 PIC X(06).
           05  TARH-DATA-FEITA         PIC X(08).
           05  TARH-VENCIMENTO         PIC X(08).
           05  TARH-DIAS-ATRASO        PIC 9(03).
           05  TARH-PROX-VENC          PIC X(08).
           05  TARH-OPERADOR           PIC X(08).
           05  TARH-LANCADO-EM         PIC X(08).
           05  FILLER                  PIC X(31).
