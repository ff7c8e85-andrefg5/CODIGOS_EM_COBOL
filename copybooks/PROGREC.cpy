      ******************************************************************
      *  PROGREC.CPY
      *  TABELA DE PROGRESSAO DE TURMAS (PROGTURMA) - UM REGISTRO POR
      *  TURMA, LIDO PELO ROLAGEM NA VIRADA DO ANO LETIVO:
      *    TURMA          - A TURMA DESTE ANO;
      *    PROXIMA TURMA  - PARA ONDE VAI O ALUNO APROVADO. EM BRANCO
      *                     = ULTIMO ANO: O APROVADO SE FORMA;
      *    DISCIPLINAS    - AS DISCIPLINAS QUE A TURMA CURSA (ATE
      *                     OITO), BASE DAS MATRICULAS DO ANO SEGUINTE
      *                     DE QUEM ENTRA NELA OU NELA FICA RETIDO.
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 AFG   ORIGINAL LAYOUT.
      ******************************************************************
       01  CLASS-PROGRESSION-RECORD.
           05  PRG-TURMA               PIC X(06).
           05  PRG-PROX-TURMA          PIC X(06).
           05  PRG-DISCIPLINAS.
               10  PRG-DISC            PIC X(08) OCCURS 8 TIMES.
           05  FILLER                  PIC X(04).
