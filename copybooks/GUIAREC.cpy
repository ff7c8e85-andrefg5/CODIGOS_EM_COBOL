      ******************************************************************
      *  GUIAREC.CPY
      *  REGISTRO DE GUIAS DE TRANSFERENCIA EMITIDAS (GUIAREG) - UMA
      *  GUIA NUMERADA POR REGISTRO, GRAVADA PELO GUIATRAN. A REEMISSAO
      *  NAO GANHA NUMERO NOVO: O REGISTRO DEVOLVE O NUMERO E A DATA
      *  ORIGINAIS, E O CARIMBO DA EXECUCAO QUE ENCERROU AS MATRICULAS
      *  E CANCELOU AS MENSALIDADES DO ALUNO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  TRANSFER-DOC-RECORD.
           05  GUIA-NUMERO             PIC 9(06).
           05  GUIA-ALUNO-ID           PIC X(08).
           05  GUIA-DATE               PIC X(08).
           05  GUIA-RUN-ID             PIC X(08).
           05  FILLER                  PIC X(10).
