      *                   LUTO, CAPTURADAS PELO FREQCAP, CONTAM COMO
      *                   PRESENCA NA REGRA DE FREQUENCIA DO
      *                   MEDIAPONDERADA, CONFORME O REGULAMENTO.
      *  2026-10-15 AFG   ADICIONADA A DATA DA AULA (RECORTADA DO
      *                   FILLER), GRAVADA PELO FREQCAP. O ALERTA USA
      *                   A DATA PARA A TENDENCIA SEMANAL E AS FALTAS
      *                   SEGUIDAS. EM BRANCO (LANCAMENTO ANTIGO) SO
      *                   CONTA NOS TOTAIS.
      ******************************************************************
       01  ATTENDANCE-RECORD.
           05  ATT-ALUNO-ID            PIC X(08).
           05  ATT-AULAS-DADAS         PIC 9(03).
           05  ATT-AULAS-PRESENTES     PIC 9(03).
           05  ATT-FALTAS-JUST         PIC 9(03).
           05  ATT-DATA                PIC X(08).
           05  FILLER                  PIC X(15).
